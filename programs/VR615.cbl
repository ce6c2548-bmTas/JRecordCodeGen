      *   WRONG GENERATION CAN BE APPLIED, AND A SEQUENCE NUMBER     *
      *   NOT DESCENDING ENDS IT WITH RETURN CODE 16 THE SAME WAY    *
      *   VR620 GUARDS ITS SORTED INPUTS.                            *
      *   AN EMPTY JOURNAL GENERATION ENDS IT WITH RETURN CODE 8.    *
      *                                                               *
      *   MODIFICATION HISTORY                                       *
      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   03/09/26   RLB   ORIGINAL PROGRAM.                          *
      *   15/10/26   RLB   DEATH-NOTIFICATION FEED - A RESTORE THAT   *
      *                    TAKES A DEATH BACK OFF A RECORD-TYPE '1'   *
      *                    OR '2' RECORD (DEATH ON THE MASTER, NONE   *
      *                    IN THE BEFORE-IMAGE) APPENDS A VRDNOT      *
      *                    RETRACTION TO THE PENDING NOTIFICATION     *
      *                    FILE (VRDNP01) SO VR625 WITHDRAWS THE      *
      *                    NOTICE VR610 RAISED.                       *
      *   15/10/26   RLB   A RESTORED BEFORE-IMAGE KEEPS THE          *
      *                    RESTRICTION (COURT-ORDER SEAL) FLAG AND    *
      *                    DATE NOW ON THE MASTER RECORD - A BACKOUT  *
      *                    DOES NOT UNDO A VR605 ORDER.               *
      *   15/10/26   RLB   BACKS OUT A VR612 FIELD-1 REKEY JOURNALED  *
      *                    UNDER THE PARM RUN-DATE - THE NEW KEY      *
      *                    ('N') IS REMOVED AND THE OLD KEY ('K')     *
      *                    WRITTEN BACK FROM ITS IMAGE, KEEPING THE   *
      *                    SEAL THE RECORD CARRIES.                   *
      *   15/10/26   RLB   AN EMPTY JOURNAL GENERATION ENDS THE RUN   *
      *                    WITH RETURN CODE 8 AND A MESSAGE TO CHECK  *
      *                    THE GENERATION NAMED ON SORTIN, INSTEAD OF *
      *                    ENDING CLEAN WITH NOTHING BACKED OUT.      *
      *                                                               *
      *****************************************************************
000100 IDENTIFICATION DIVISION.
002100                              FILE STATUS IS VR-MASTER-STATUS.
002200     SELECT VR-STATS-FILE     ASSIGN TO VRSTA01
002300                              ORGANIZATION IS SEQUENTIAL.
002310     SELECT VR-NOTICE-FILE    ASSIGN TO VRDNP01
002320                              ORGANIZATION IS SEQUENTIAL.
002400*
002500 DATA DIVISION.
002600 FILE SECTION.
003700     RECORDING MODE IS F
003800     LABEL RECORDS ARE STANDARD.
003900     COPY VRSTAT.
003910*
003920 FD  VR-NOTICE-FILE
003930     RECORDING MODE IS F
003940     LABEL RECORDS ARE STANDARD.
003950     COPY VRDNOT.
004000*
004100 WORKING-STORAGE SECTION.
004200 01  VR-SWITCHES.
004600         88  VR-SEQ-ERROR                 VALUE 'Y'.
004700     05  VR-DATE-ERROR-SW      PIC X(01)  VALUE 'N'.
004800         88  VR-DATE-ERROR                VALUE 'Y'.
004810     05  VR-RETRACTION-SW      PIC X(01)  VALUE 'N'.
004820         88  VR-RETRACTION-DUE            VALUE 'Y'.
004830     05  VR-DEATH-BLANK-SW     PIC X(01)  VALUE 'N'.
004840         88  VR-DEATH-BLANK               VALUE 'Y'.
004900*
005000 01  VR-COUNTERS.
005100     05  VR-JOURNAL-COUNT      PIC 9(09)  COMP VALUE ZERO.
005200     05  VR-REMOVED-COUNT      PIC 9(09)  COMP VALUE ZERO.
005300     05  VR-RESTORED-COUNT     PIC 9(09)  COMP VALUE ZERO.
005400     05  VR-IO-ERROR-COUNT     PIC 9(09)  COMP VALUE ZERO.
005410     05  VR-RETRACTION-COUNT   PIC 9(09)  COMP VALUE ZERO.
005420     05  VR-REKEY-COUNT        PIC 9(09)  COMP VALUE ZERO.
005500*
005600 01  VR-FILE-STATUS.
005700     05  VR-MASTER-STATUS      PIC X(02)  VALUE SPACES.
005900 01  VR-RUN-DATE-PARM          PIC 9(08)  VALUE ZERO.
006000*
006100 01  VR-LAST-SEQUENCE          PIC 9(09)  VALUE 999999999.
006101*
006102******************************************************************
006103* VR-BEFORE-MASTER MIRRORS THE VRMAST RECORD LAYOUT SO THE       *
006104* JOURNALED BEFORE-IMAGE CAN BE COMPARED WITH THE MASTER RECORD  *
006105* IT IS ABOUT TO REPLACE.                                        *
006106******************************************************************
006107 01  VR-BEFORE-MASTER.
006108     03  VRB-KEY.
006109         05  VRB-FIELD-1       PIC X(20).
006110         05  VRB-RECORD-TYPE   PIC X(01).
006111     03  VRB-RUN-DATE          PIC 9(08).
006112     03  VRB-BIRTH-DETAILS.
006113         05  VRB-BIRTH-CITY    PIC X(20).
006114         05  VRB-BIRTH-XDATE   PIC 9(08).
006115     03  VRB-DEATH-DETAILS.
006116         05  VRB-DEATH-CITY    PIC X(20).
006117         05  VRB-DEATH-XDATE   PIC 9(08).
006118     03  VRB-DUPS.
006119         05  VRB-ARRAY-115     PIC 9(05).
006120     03  VRB-ARRAY-COUNTS.
006121         05  VRB-ARRAY-111-CNT PIC 9(01).
006122         05  VRB-ARRAY-121-CNT PIC 9(01).
006123         05  VRB-ARRAY-121-114-CNT PIC 9(01).
006124         05  VRB-ARRAY-121-115-CNT PIC 9(01).
006125     03  VRB-ARRAYS            PIC X(261).
006126     03  VRB-DELETE-FLAG       PIC X(01).
006127     03  VRB-LAST-MAINT-DATE   PIC 9(08).
006128*
006129 01  VR-TEST-DEATH-DETAILS.
006130     05  VR-TEST-DEATH-CITY    PIC X(20)  VALUE SPACES.
006131     05  VR-TEST-DEATH-XDATE   PIC 9(08)  VALUE ZERO.
006132*
006133 01  VR-SAVE-RESTRICTION       PIC X(09)  VALUE SPACES.
006200*
006300 LINKAGE SECTION.
006400 01  VR-PARM-AREA.
008800         STOP RUN
008900     END-IF.
009000     OPEN INPUT VR-JOURNAL-FILE
009050          EXTEND VR-NOTICE-FILE
009100          I-O   VR-MASTER-FILE.
009200     IF VR-MASTER-STATUS NOT = '00'
009300         DISPLAY 'VR615 - MASTER OPEN FAILED - STATUS '
011600          OR VRJL-REACTIVATED
011700             PERFORM 2400-RESTORE-BEFORE-IMAGE
011800                 THRU 2400-RESTORE-BEFORE-IMAGE-EXIT
011810         WHEN VRJL-REKEYED-IN
011820             PERFORM 2700-REMOVE-REKEYED-RECORD
011830                 THRU 2700-REMOVE-REKEYED-RECORD-EXIT
011840         WHEN VRJL-REKEYED-OUT
011850             PERFORM 2800-RESTORE-REKEYED-RECORD
011860                 THRU 2800-RESTORE-REKEYED-RECORD-EXIT
011900         WHEN OTHER
012000             DISPLAY 'VR615 - JOURNAL ACTION NOT RECOGNIZED - '
012100                     VRJL-ACTION ' FOR KEY ' VRJL-KEY
017300     EXIT.
017400*
017500 2400-RESTORE-BEFORE-IMAGE.
017550     PERFORM 2500-CHECK-RETRACTION
017560         THRU 2500-CHECK-RETRACTION-EXIT.
017570*    THE BEFORE-IMAGE DOES NOT CARRY THE RESTRICTION GROUP AND
017580*    A BACKOUT DOES NOT UNDO A COURT ORDER - THE SEAL ON THE
017590*    MASTER RECORD JUST READ BY 2500 IS KEPT.
017591     MOVE VRM-RESTRICTION TO VR-SAVE-RESTRICTION.
017600     MOVE VRJL-BEFORE-IMAGE TO VR-MASTER-RECORD.
017610     MOVE VR-SAVE-RESTRICTION TO VRM-RESTRICTION.
017700     REWRITE VR-MASTER-RECORD
017800         INVALID KEY
017900             DISPLAY 'VR615 - REWRITE FAILED FOR KEY ' VRJL-KEY
018100             ADD 1 TO VR-IO-ERROR-COUNT
018200         NOT INVALID KEY
018300             ADD 1 TO VR-RESTORED-COUNT
018310             IF VR-RETRACTION-DUE
018320                 PERFORM 2600-WRITE-RETRACTION
018330                     THRU 2600-WRITE-RETRACTION-EXIT
018340             END-IF
018400     END-REWRITE.
018500 2400-RESTORE-BEFORE-IMAGE-EXIT.
018600     EXIT.
018601*
018602******************************************************************
018603* 2500-CHECK-RETRACTION READS THE MASTER RECORD THE BEFORE-IMAGE *
018604* IS ABOUT TO REPLACE.  IF IT IS A RECORD-TYPE '1' OR '2' RECORD *
018605* CARRYING A DEATH AND THE BEFORE-IMAGE HAS NONE, THE BACKOUT    *
018606* TAKES THE DEATH BACK OFF THE MASTER - VR610 NOTIFIED IT, SO A  *
018607* RETRACTION OF THE DEATH NOW ON THE MASTER IS BUILT FOR 2600 TO *
018608* WRITE ONCE THE RESTORE HAS SUCCEEDED.                          *
018609******************************************************************
018610 2500-CHECK-RETRACTION.
018611     MOVE 'N' TO VR-RETRACTION-SW.
018612     MOVE VRJL-BEFORE-IMAGE TO VR-BEFORE-MASTER.
018613     MOVE VRJL-KEY TO VRM-KEY.
018614     READ VR-MASTER-FILE
018615         INVALID KEY
018616             GO TO 2500-CHECK-RETRACTION-EXIT
018617     END-READ.
018618     IF VRM-RECORD-TYPE NOT = '1'
018619        AND VRM-RECORD-TYPE NOT = '2'
018620         GO TO 2500-CHECK-RETRACTION-EXIT
018621     END-IF.
018622     MOVE VRM-DEATH-DETAILS TO VR-TEST-DEATH-DETAILS.
018623     PERFORM 2510-TEST-DEATH-BLANK
018624         THRU 2510-TEST-DEATH-BLANK-EXIT.
018625     IF VR-DEATH-BLANK
018626         GO TO 2500-CHECK-RETRACTION-EXIT
018627     END-IF.
018628     MOVE VRB-DEATH-DETAILS TO VR-TEST-DEATH-DETAILS.
018629     PERFORM 2510-TEST-DEATH-BLANK
018630         THRU 2510-TEST-DEATH-BLANK-EXIT.
018631     IF NOT VR-DEATH-BLANK
018632         GO TO 2500-CHECK-RETRACTION-EXIT
018633     END-IF.
018634     MOVE 'Y'                TO VR-RETRACTION-SW.
018635     MOVE SPACES             TO VR-DEATH-NOTICE-RECORD.
018636     MOVE 'R'                TO VRDN-RECORD-KIND.
018637     MOVE ZERO               TO VRDN-SEQUENCE.
018638     MOVE VRM-FIELD-1        TO VRDN-FIELD-1.
018639     MOVE VRM-RECORD-TYPE    TO VRDN-RECORD-TYPE.
018640     MOVE VRM-BIRTH-CITY     TO VRDN-BIRTH-CITY.
018641     MOVE VRM-BIRTH-XDATE    TO VRDN-BIRTH-XDATE.
018642     MOVE VRM-DEATH-CITY     TO VRDN-DEATH-CITY.
018643     MOVE VRM-DEATH-XDATE    TO VRDN-DEATH-XDATE.
018644     MOVE 'B'                TO VRDN-SOURCE.
018645     MOVE SPACES             TO VRDN-CLERK-ID.
018646     MOVE VR-RUN-DATE-PARM   TO VRDN-EVENT-DATE.
018647     MOVE 'VR615'            TO VRDN-EVENT-PROGRAM.
018648 2500-CHECK-RETRACTION-EXIT.
018649     EXIT.
018650*
018651******************************************************************
018652* 2510-TEST-DEATH-BLANK SETS VR-DEATH-BLANK WHEN THE DEATH-      *
018653* DETAILS IN VR-TEST-DEATH-DETAILS HAVE NO CITY AND NO USABLE    *
018654* XDATE - THE SAME TEST VR610 APPLIES BEFORE NOTIFYING A DEATH.  *
018655******************************************************************
018656 2510-TEST-DEATH-BLANK.
018657     MOVE 'Y' TO VR-DEATH-BLANK-SW.
018658     IF VR-TEST-DEATH-CITY NOT = SPACES
018659         MOVE 'N' TO VR-DEATH-BLANK-SW
018660     END-IF.
018661     IF VR-TEST-DEATH-XDATE NUMERIC
018662         IF VR-TEST-DEATH-XDATE > ZERO
018663             MOVE 'N' TO VR-DEATH-BLANK-SW
018664         END-IF
018665     END-IF.
018666 2510-TEST-DEATH-BLANK-EXIT.
018667     EXIT.
018668*
018669 2600-WRITE-RETRACTION.
018670     WRITE VR-DEATH-NOTICE-RECORD.
018671     ADD 1 TO VR-RETRACTION-COUNT.
018672 2600-WRITE-RETRACTION-EXIT.
018673     EXIT.
018674*
018675******************************************************************
018676* 2700-REMOVE-REKEYED-RECORD TAKES A VR612 REKEY'S NEW KEY OFF   *
018677* THE MASTER.  THE RECORD IS READ FIRST SO ITS RESTRICTION       *
018678* GROUP CAN BE CARRIED BACK TO THE OLD KEY - VR612 JOURNALS THE  *
018679* 'K' BEFORE THE 'N', SO IT IS THE NEXT RECORD READ HERE.        *
018680******************************************************************
018681 2700-REMOVE-REKEYED-RECORD.
018682     MOVE VRJL-KEY TO VRM-KEY.
018683     READ VR-MASTER-FILE
018684         INVALID KEY
018685             DISPLAY 'VR615 - REKEYED RECORD NOT FOUND FOR KEY '
018686                     VRJL-KEY ' STATUS ' VR-MASTER-STATUS
018687             ADD 1 TO VR-IO-ERROR-COUNT
018688             GO TO 2700-REMOVE-REKEYED-RECORD-EXIT
018689     END-READ.
018690     MOVE VRM-RESTRICTION TO VR-SAVE-RESTRICTION.
018691     DELETE VR-MASTER-FILE RECORD
018692         INVALID KEY
018693             DISPLAY 'VR615 - DELETE FAILED FOR KEY ' VRJL-KEY
018694                     ' STATUS ' VR-MASTER-STATUS
018695             ADD 1 TO VR-IO-ERROR-COUNT
018696         NOT INVALID KEY
018697             ADD 1 TO VR-REMOVED-COUNT
018698     END-DELETE.
018699 2700-REMOVE-REKEYED-RECORD-EXIT.
018700     EXIT.
018701*
018702******************************************************************
018703* 2800-RESTORE-REKEYED-RECORD WRITES A REKEYED RECORD BACK UNDER *
018704* ITS OLD KEY FROM THE JOURNALED IMAGE, WITH THE RESTRICTION     *
018705* GROUP 2700 SAVED FROM THE NEW KEY.                             *
018706******************************************************************
018707 2800-RESTORE-REKEYED-RECORD.
018708     MOVE VRJL-BEFORE-IMAGE   TO VR-MASTER-RECORD.
018709     MOVE VR-SAVE-RESTRICTION TO VRM-RESTRICTION.
018710     IF VRM-RESTRICT-DATE NOT NUMERIC
018711         MOVE SPACE TO VRM-RESTRICT-FLAG
018712         MOVE ZERO  TO VRM-RESTRICT-DATE
018713     END-IF.
018714     MOVE SPACES TO VR-SAVE-RESTRICTION.
018715     WRITE VR-MASTER-RECORD
018716         INVALID KEY
018717             DISPLAY 'VR615 - WRITE FAILED FOR KEY ' VRJL-KEY
018718                     ' STATUS ' VR-MASTER-STATUS
018719             ADD 1 TO VR-IO-ERROR-COUNT
018720         NOT INVALID KEY
018721             ADD 1 TO VR-RESTORED-COUNT
018722             ADD 1 TO VR-REKEY-COUNT
018723     END-WRITE.
018724 2800-RESTORE-REKEYED-RECORD-EXIT.
018725     EXIT.
018726*
018800 9000-TERMINATE.
018900     CLOSE VR-JOURNAL-FILE
018950           VR-NOTICE-FILE
019000           VR-MASTER-FILE.
019100     DISPLAY 'VR615 - MASTER APPLY BACKOUT COMPLETE'.
019200     DISPLAY 'VR615 - JOURNAL READ      : ' VR-JOURNAL-COUNT.
019300     DISPLAY 'VR615 - ADDS REMOVED      : ' VR-REMOVED-COUNT.
019400     DISPLAY 'VR615 - IMAGES RESTORED   : ' VR-RESTORED-COUNT.
019500     DISPLAY 'VR615 - I-O ERRORS        : ' VR-IO-ERROR-COUNT.
019550     DISPLAY 'VR615 - DEATHS RETRACTED  : ' VR-RETRACTION-COUNT.
019560     DISPLAY 'VR615 - REKEYS BACKED OUT : ' VR-REKEY-COUNT.
019600     PERFORM 9100-WRITE-RUN-STATS
019700         THRU 9100-WRITE-RUN-STATS-EXIT.
019800     EVALUATE TRUE
020400             DISPLAY 'VR615 - RUN ENDED ON RUN-DATE MISMATCH - '
020500                     'RETURN CODE 8'
020600             MOVE 8 TO RETURN-CODE
020610         WHEN VR-JOURNAL-COUNT = ZERO
020620             DISPLAY 'VR615 - JOURNAL GENERATION EMPTY - '
020630                     'CHECK THE GENERATION NAMED ON SORTIN'
020640             MOVE 8 TO RETURN-CODE
020700         WHEN VR-IO-ERROR-COUNT > ZERO
020800             MOVE 8 TO RETURN-CODE
020900         WHEN OTHER
