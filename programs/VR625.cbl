      *****************************************************************
      *                                                               *
      *   VR625    -  DEATH-NOTIFICATION FEED                         *
      *                                                               *
      *   CUTS THE NIGHT'S OUTBOUND DEATH-NOTIFICATION FEED TO THE   *
      *   BENEFIT AND PENSION AGENCIES FROM THE PENDING VRDNOT       *
      *   NOTIFICATION FILE - THE NOTICES VR610 RAISES WHEN THE      *
      *   NIGHTLY APPLY POPULATES A BLANK DEATH-DETAILS, THE         *
      *   CLERK-CONFIRMED NOTICES VR310 RAISES FOR EVERY DEATH-ONLY  *
      *   RECORD IT MERGES ONTO A BIRTH RECORD, AND THE RETRACTIONS  *
      *   VR615 RAISES WHEN A BACKOUT TAKES A DEATH BACK OFF THE     *
      *   MASTER.  THE SORT STEP IN VR625J ORDERS THE PENDING FILE   *
      *   BY FIELD-1 THEN RECORD-TYPE, KEEPING THE ORDER THE RECORDS *
      *   WERE RAISED IN WITHIN A KEY.                               *
      *                                                               *
      *   WITHIN ONE KEY AND ONE DEATH, A SECOND NOTICE (THE         *
      *   EXTRACT AND A CLERK BOTH REPORTING THE SAME DEATH) IS      *
      *   DROPPED AS A DUPLICATE, AND A NOTICE FOLLOWED BY ITS       *
      *   RETRACTION BEFORE EITHER WAS SENT CANCELS OUT - NEITHER    *
      *   GOES TO THE AGENCIES.  A RETRACTION WITH NO NOTICE IN THE  *
      *   SAME BATCH WITHDRAWS ONE SENT ON AN EARLIER FEED.          *
      *                                                               *
      *   THE FEED (VRDNF01) IS BOUNDED BY A HEADER AND A TRAILER    *
      *   CONTROL RECORD.  EVERY NOTICE AND RETRACTION SENT TAKES    *
      *   THE NEXT NOTIFICATION SEQUENCE NUMBER, CARRYING ON FROM    *
      *   THE LAST SEQUENCE ON THE PRIOR FEED'S TRAILER (VRDNL01) -  *
      *   THE FIRST FEED EVER STARTS AT 1.  THE FEED DATE COMES      *
      *   FROM THE PARM (PARM=YYYYMMDD).  ONCE THE FEED IS WRITTEN   *
      *   THE PENDING FILE (VRDNC01) IS EMPTIED.  THE NOTICES AND    *
      *   RETRACTIONS SENT GO TO THE RUN-STATISTICS HISTORY, WHERE   *
      *   VR640 PICKS THEM UP TO TRACK EACH AGENCY'S ACKNOWLEDGMENT  *
      *   THROUGH THE VROUTS CONTROL FILE.  A PENDING RECORD THAT IS *
      *   NEITHER A NOTICE NOR A RETRACTION IS BYPASSED AND ENDS THE *
      *   JOB WITH RETURN CODE 4.                                    *
      *                                                              *
      *   A NOTICE OR RETRACTION FOR A KEY SEALED BY COURT ORDER ON  *
      *   THE MASTER (VRMAS01, READ BY KEY AS EACH EVENT IS SENT) IS *
      *   WITHHELD FROM THE AGENCIES - IT TAKES NO SEQUENCE NUMBER   *
      *   AND IS DROPPED WITH THE REST OF THE PENDING FILE.  THE     *
      *   COUNT WITHHELD IS POSTED WITH THE DUPLICATES, CANCELLED    *
      *   AND BYPASSED AS VRSTAT RESULT-2.                           *
      *                                                               *
      *   MODIFICATION HISTORY                                       *
      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   15/10/26   RLB   ORIGINAL PROGRAM.                          *
      *   15/10/26   RLB   NOTICES AND RETRACTIONS FOR KEYS SEALED ON *
      *                    THE MASTER ARE WITHHELD FROM THE FEED.     *
      *                                                               *
      *****************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     VR625.
000300 AUTHOR.         R L BENNETT.
000400 INSTALLATION.   VITAL RECORDS SYSTEMS.
000500 DATE-WRITTEN.   15/10/26.
000600 DATE-COMPILED.
000700*
000800 ENVIRONMENT DIVISION.
000900 CONFIGURATION SECTION.
001000 SOURCE-COMPUTER.  IBM-370.
001100 OBJECT-COMPUTER.  IBM-370.
001200*
001300 INPUT-OUTPUT SECTION.
001400 FILE-CONTROL.
001500     SELECT VR-PENDING-FILE   ASSIGN TO VRDNI01
001600                              ORGANIZATION IS SEQUENTIAL.
001700     SELECT VR-PRIOR-FEED     ASSIGN TO VRDNL01
001800                              ORGANIZATION IS SEQUENTIAL.
001900     SELECT VR-FEED-FILE      ASSIGN TO VRDNF01
002000                              ORGANIZATION IS SEQUENTIAL.
002100     SELECT VR-CLEAR-FILE     ASSIGN TO VRDNC01
002200                              ORGANIZATION IS SEQUENTIAL.
002300     SELECT VR-STATS-FILE     ASSIGN TO VRSTA01
002400                              ORGANIZATION IS SEQUENTIAL.
002410     SELECT VR-MASTER-FILE    ASSIGN TO VRMAS01
002420                              ORGANIZATION IS INDEXED
002430                              ACCESS MODE IS DYNAMIC
002440                              RECORD KEY IS VRM-KEY
002450                              FILE STATUS IS VR-MASTER-STATUS.
002500*
002600 DATA DIVISION.
002700 FILE SECTION.
002800*
002900******************************************************************
003000* THE PENDING AND PRIOR-FEED RECORDS ARE VRDNOT RECORDS - ONLY   *
003100* THE FIELDS THIS PROGRAM TESTS ARE NAMED HERE.  THE RECORD IS   *
003200* BUILT AND HELD IN THE VRDNOT COPY IN WORKING-STORAGE.          *
003300******************************************************************
003400 FD  VR-PENDING-FILE
003500     RECORDING MODE IS F
003600     LABEL RECORDS ARE STANDARD.
003700 01  VR-PENDING-RECORD.
003800     03  VR-PND-RECORD-KIND    PIC X(01).
003900         88  VR-PND-NOTICE                VALUE 'N'.
004000         88  VR-PND-RETRACTION            VALUE 'R'.
004100     03  FILLER                PIC X(09).
004200     03  VR-PND-FIELD-1        PIC X(20).
004300     03  VR-PND-RECORD-TYPE    PIC X(01).
004400     03  FILLER                PIC X(28).
004500     03  VR-PND-DEATH-CITY     PIC X(20).
004600     03  VR-PND-DEATH-XDATE    PIC 9(08).
004700     03  FILLER                PIC X(33).
004800*
004900 FD  VR-PRIOR-FEED
005000     RECORDING MODE IS F
005100     LABEL RECORDS ARE STANDARD.
005200 01  VR-PRIOR-FEED-RECORD.
005300     03  VR-PRIOR-RECORD-KIND  PIC X(01).
005400         88  VR-PRIOR-TRAILER             VALUE 'T'.
005500     03  FILLER                PIC X(34).
005600     03  VR-PRIOR-LAST-SEQUENCE
005700                               PIC 9(09).
005800     03  FILLER                PIC X(76).
005900*
006000 FD  VR-FEED-FILE
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300 01  VR-FEED-RECORD            PIC X(120).
006400*
006500 FD  VR-CLEAR-FILE
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800 01  VR-CLEAR-RECORD           PIC X(120).
006900*
007000 FD  VR-STATS-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300     COPY VRSTAT.
007310*
007320 FD  VR-MASTER-FILE
007330     LABEL RECORDS ARE STANDARD.
007340     COPY VRMAST.
007400*
007500 WORKING-STORAGE SECTION.
007600 01  VR-SWITCHES.
007700     05  VR-PENDING-EOF-SW     PIC X(01)  VALUE 'N'.
007800         88  VR-PENDING-EOF               VALUE 'Y'.
007900     05  VR-PRIOR-EOF-SW       PIC X(01)  VALUE 'N'.
008000         88  VR-PRIOR-EOF                 VALUE 'Y'.
008100     05  VR-HELD-SW            PIC X(01)  VALUE 'N'.
008200         88  VR-EVENT-HELD                VALUE 'Y'.
008300*
008400 01  VR-COUNTERS.
008500     05  VR-PENDING-COUNT      PIC 9(09)  COMP VALUE ZERO.
008600     05  VR-NOTICE-COUNT       PIC 9(09)  COMP VALUE ZERO.
008700     05  VR-RETRACTION-COUNT   PIC 9(09)  COMP VALUE ZERO.
008800     05  VR-DUPLICATE-COUNT    PIC 9(09)  COMP VALUE ZERO.
008900     05  VR-CANCELLED-COUNT    PIC 9(09)  COMP VALUE ZERO.
009000     05  VR-BYPASSED-COUNT     PIC 9(09)  COMP VALUE ZERO.
009100     05  VR-FEED-RECORD-COUNT  PIC 9(09)  COMP VALUE ZERO.
009150     05  VR-WITHHELD-COUNT     PIC 9(09)  COMP VALUE ZERO.
009200*
009300 01  VR-RUN-DATE-PARM          PIC 9(08)  VALUE ZERO.
009310*
009320 01  VR-MASTER-STATUS          PIC X(02)  VALUE SPACES.
009400*
009500 01  VR-SEQUENCE-NUMBERS.
009600     05  VR-PRIOR-SEQUENCE     PIC 9(09)  VALUE ZERO.
009700     05  VR-FIRST-SEQUENCE     PIC 9(09)  VALUE ZERO.
009800     05  VR-LAST-SEQUENCE      PIC 9(09)  VALUE ZERO.
009900*
010000******************************************************************
010100* THE HELD EVENT - THE PENDING RECORD READ BEFORE THE CURRENT    *
010200* ONE, KEPT BACK UNTIL THE NEXT RECORD SHOWS WHETHER IT IS       *
010300* DUPLICATED OR CANCELLED.  HEADER AND TRAILER RECORDS ARE       *
010400* BUILT HERE TOO.                                                *
010500******************************************************************
010600     COPY VRDNOT.
010700*
010800 LINKAGE SECTION.
010900 01  VR-PARM-AREA.
011000     05  VR-PARM-LEN           PIC S9(04) COMP.
011100     05  VR-PARM-TEXT          PIC X(08).
011200*
011300 PROCEDURE DIVISION USING VR-PARM-AREA.
011400*
011500 0000-MAINLINE.
011600     PERFORM 1000-INITIALIZE
011700         THRU 1000-INITIALIZE-EXIT.
011800     PERFORM 2000-PROCESS-PENDING
011900         THRU 2000-PROCESS-PENDING-EXIT
012000         UNTIL VR-PENDING-EOF.
012100     IF VR-EVENT-HELD
012200         PERFORM 3000-WRITE-HELD-EVENT
012300             THRU 3000-WRITE-HELD-EVENT-EXIT
012400     END-IF.
012500     PERFORM 4000-WRITE-TRAILER
012600         THRU 4000-WRITE-TRAILER-EXIT.
012700     PERFORM 9000-TERMINATE
012800         THRU 9000-TERMINATE-EXIT.
012900     STOP RUN.
013000*
013100 1000-INITIALIZE.
013200     IF VR-PARM-LEN >= 8
013300        AND VR-PARM-TEXT (1:8) NUMERIC
013400         MOVE VR-PARM-TEXT (1:8) TO VR-RUN-DATE-PARM
013500     ELSE
013600         DISPLAY 'VR625 - RUN-DATE PARM MISSING OR NOT'
013700                 ' NUMERIC'
013800         MOVE 8 TO RETURN-CODE
013900         STOP RUN
014000     END-IF.
014100     PERFORM 1100-FIND-LAST-SEQUENCE
014200         THRU 1100-FIND-LAST-SEQUENCE-EXIT.
014300     OPEN INPUT  VR-PENDING-FILE
014400          OUTPUT VR-FEED-FILE.
014410     OPEN INPUT VR-MASTER-FILE.
014420     IF VR-MASTER-STATUS NOT = '00'
014430         DISPLAY 'VR625 - MASTER OPEN FAILED - STATUS '
014440                 VR-MASTER-STATUS
014450         MOVE 8 TO RETURN-CODE
014460         STOP RUN
014470     END-IF.
014500     PERFORM 1200-WRITE-HEADER
014600         THRU 1200-WRITE-HEADER-EXIT.
014700     PERFORM 2100-READ-PENDING
014800         THRU 2100-READ-PENDING-EXIT.
014900 1000-INITIALIZE-EXIT.
015000     EXIT.
015100*
015200******************************************************************
015300* 1100-FIND-LAST-SEQUENCE READS THE PRIOR FEED THROUGH AND TAKES *
015400* THE LAST SEQUENCE NUMBER FROM ITS TRAILER.  AN EMPTY PRIOR     *
015500* FEED - THE SEED GENERATION BEFORE THE FIRST RUN - LEAVES IT    *
015600* ZERO.                                                          *
015700******************************************************************
015800 1100-FIND-LAST-SEQUENCE.
015900     OPEN INPUT VR-PRIOR-FEED.
016000     PERFORM 1110-READ-PRIOR
016100         THRU 1110-READ-PRIOR-EXIT.
016200     PERFORM 1120-TAKE-PRIOR-RECORD
016300         THRU 1120-TAKE-PRIOR-RECORD-EXIT
016400         UNTIL VR-PRIOR-EOF.
016500     CLOSE VR-PRIOR-FEED.
016600     MOVE VR-PRIOR-SEQUENCE TO VR-LAST-SEQUENCE.
016700     COMPUTE VR-FIRST-SEQUENCE = VR-PRIOR-SEQUENCE + 1.
016800 1100-FIND-LAST-SEQUENCE-EXIT.
016900     EXIT.
017000*
017100 1110-READ-PRIOR.
017200     READ VR-PRIOR-FEED
017300         AT END
017400             MOVE 'Y' TO VR-PRIOR-EOF-SW
017500     END-READ.
017600 1110-READ-PRIOR-EXIT.
017700     EXIT.
017800*
017900 1120-TAKE-PRIOR-RECORD.
018000     IF VR-PRIOR-TRAILER
018100        AND VR-PRIOR-LAST-SEQUENCE NUMERIC
018200         MOVE VR-PRIOR-LAST-SEQUENCE TO VR-PRIOR-SEQUENCE
018300     END-IF.
018400     PERFORM 1110-READ-PRIOR
018500         THRU 1110-READ-PRIOR-EXIT.
018600 1120-TAKE-PRIOR-RECORD-EXIT.
018700     EXIT.
018800*
018900 1200-WRITE-HEADER.
019000     MOVE SPACES            TO VR-DEATH-NOTICE-RECORD.
019100     MOVE 'H'               TO VRDN-RECORD-KIND.
019200     MOVE ZERO              TO VRDN-SEQUENCE.
019300     MOVE VR-RUN-DATE-PARM  TO VRDN-FEED-DATE.
019400     MOVE 'VR625'           TO VRDN-PRODUCING-PROGRAM.
019500     MOVE VR-FIRST-SEQUENCE TO VRDN-FIRST-SEQUENCE.
019600     MOVE ZERO              TO VRDN-LAST-SEQUENCE
019700                               VRDN-NOTICE-COUNT
019800                               VRDN-RETRACTION-COUNT
019900                               VRDN-RECORD-COUNT.
020000     PERFORM 5000-WRITE-FEED
020100         THRU 5000-WRITE-FEED-EXIT.
020200 1200-WRITE-HEADER-EXIT.
020300     EXIT.
020400*
020500******************************************************************
020600* 2000-PROCESS-PENDING COMPARES EACH PENDING RECORD WITH THE     *
020700* HELD ONE.  FOR THE SAME KEY AND THE SAME DEATH, A RETRACTION   *
020800* OF THE HELD NOTICE CANCELS BOTH AND A REPEAT OF THE HELD KIND  *
020900* IS A DUPLICATE.  OTHERWISE THE HELD EVENT IS SENT AND THE NEW  *
021000* RECORD TAKES ITS PLACE.                                        *
021100******************************************************************
021200 2000-PROCESS-PENDING.
021300     ADD 1 TO VR-PENDING-COUNT.
021400     IF NOT VR-PND-NOTICE
021500        AND NOT VR-PND-RETRACTION
021600         DISPLAY 'VR625 - PENDING RECORD KIND NOT RECOGNIZED - '
021700                 VR-PND-RECORD-KIND ' FOR KEY '
021800                 VR-PND-FIELD-1 ' - BYPASSED'
021900         ADD 1 TO VR-BYPASSED-COUNT
022000         GO TO 2000-PROCESS-PENDING-WRAP-UP
022100     END-IF.
022200     IF VR-EVENT-HELD
022300        AND VR-PND-FIELD-1     = VRDN-FIELD-1
022400        AND VR-PND-RECORD-TYPE = VRDN-RECORD-TYPE
022500        AND VR-PND-DEATH-CITY  = VRDN-DEATH-CITY
022600        AND VR-PND-DEATH-XDATE = VRDN-DEATH-XDATE
022700         IF VRDN-NOTICE
022800            AND VR-PND-RETRACTION
022900             MOVE 'N' TO VR-HELD-SW
023000             ADD 1 TO VR-CANCELLED-COUNT
023100             GO TO 2000-PROCESS-PENDING-WRAP-UP
023200         END-IF
023300         IF VR-PND-RECORD-KIND = VRDN-RECORD-KIND
023400             ADD 1 TO VR-DUPLICATE-COUNT
023500             GO TO 2000-PROCESS-PENDING-WRAP-UP
023600         END-IF
023700     END-IF.
023800     IF VR-EVENT-HELD
023900         PERFORM 3000-WRITE-HELD-EVENT
024000             THRU 3000-WRITE-HELD-EVENT-EXIT
024100     END-IF.
024200     MOVE VR-PENDING-RECORD TO VR-DEATH-NOTICE-RECORD.
024300     MOVE 'Y' TO VR-HELD-SW.
024400 2000-PROCESS-PENDING-WRAP-UP.
024500     PERFORM 2100-READ-PENDING
024600         THRU 2100-READ-PENDING-EXIT.
024700 2000-PROCESS-PENDING-EXIT.
024800     EXIT.
024900*
025000 2100-READ-PENDING.
025100     READ VR-PENDING-FILE
025200         AT END
025300             MOVE 'Y' TO VR-PENDING-EOF-SW
025400     END-READ.
025500 2100-READ-PENDING-EXIT.
025600     EXIT.
025700*
025710******************************************************************
025720* 3000-WRITE-HELD-EVENT SENDS THE HELD NOTICE OR RETRACTION      *
025730* UNDER THE NEXT SEQUENCE NUMBER.  AN EVENT FOR A KEY SEALED BY  *
025740* COURT ORDER ON THE MASTER IS WITHHELD FROM THE AGENCIES AND    *
025750* TAKES NO SEQUENCE NUMBER.                                      *
025760******************************************************************
025800 3000-WRITE-HELD-EVENT.
025810     MOVE 'N' TO VR-HELD-SW.
025820     MOVE VRDN-FIELD-1      TO VRM-FIELD-1.
025830     MOVE VRDN-RECORD-TYPE  TO VRM-RECORD-TYPE.
025840     READ VR-MASTER-FILE
025850         INVALID KEY
025860             MOVE SPACE TO VRM-RESTRICT-FLAG
025870     END-READ.
025880     IF VRM-SEALED
025890         ADD 1 TO VR-WITHHELD-COUNT
025895         GO TO 3000-WRITE-HELD-EVENT-EXIT
025897     END-IF.
025900     ADD 1 TO VR-LAST-SEQUENCE.
026000     MOVE VR-LAST-SEQUENCE TO VRDN-SEQUENCE.
026100     IF VRDN-NOTICE
026200         ADD 1 TO VR-NOTICE-COUNT
026300     ELSE
026400         ADD 1 TO VR-RETRACTION-COUNT
026500     END-IF.
026600     PERFORM 5000-WRITE-FEED
026700         THRU 5000-WRITE-FEED-EXIT.
026900 3000-WRITE-HELD-EVENT-EXIT.
027000     EXIT.
027100*
027200 4000-WRITE-TRAILER.
027300     MOVE SPACES            TO VR-DEATH-NOTICE-RECORD.
027400     MOVE 'T'               TO VRDN-RECORD-KIND.
027500     MOVE ZERO              TO VRDN-SEQUENCE.
027600     MOVE VR-RUN-DATE-PARM  TO VRDN-FEED-DATE.
027700     MOVE 'VR625'           TO VRDN-PRODUCING-PROGRAM.
027800     MOVE VR-FIRST-SEQUENCE TO VRDN-FIRST-SEQUENCE.
027900     MOVE VR-LAST-SEQUENCE  TO VRDN-LAST-SEQUENCE.
028000     MOVE VR-NOTICE-COUNT   TO VRDN-NOTICE-COUNT.
028100     MOVE VR-RETRACTION-COUNT
028200                            TO VRDN-RETRACTION-COUNT.
028300     COMPUTE VRDN-RECORD-COUNT = VR-FEED-RECORD-COUNT + 1.
028400     PERFORM 5000-WRITE-FEED
028500         THRU 5000-WRITE-FEED-EXIT.
028600 4000-WRITE-TRAILER-EXIT.
028700     EXIT.
028800*
028900 5000-WRITE-FEED.
029000     WRITE VR-FEED-RECORD FROM VR-DEATH-NOTICE-RECORD.
029100     ADD 1 TO VR-FEED-RECORD-COUNT.
029200 5000-WRITE-FEED-EXIT.
029300     EXIT.
029400*
029500******************************************************************
029600* 8000-CLEAR-PENDING EMPTIES THE PENDING NOTIFICATION FILE NOW   *
029700* THAT EVERY RECORD ON IT HAS BEEN SENT, DROPPED, WITHHELD OR    *
029750* BYPASSED, SO THE NEXT FEED STARTS FROM WHAT IS RAISED AFTER    *
029760* THIS ONE.                                                      *
029900******************************************************************
030000 8000-CLEAR-PENDING.
030100     OPEN OUTPUT VR-CLEAR-FILE.
030200     CLOSE VR-CLEAR-FILE.
030300 8000-CLEAR-PENDING-EXIT.
030400     EXIT.
030500*
030600 9000-TERMINATE.
030700     CLOSE VR-PENDING-FILE
030800           VR-FEED-FILE
030810           VR-MASTER-FILE.
030900     PERFORM 8000-CLEAR-PENDING
031000         THRU 8000-CLEAR-PENDING-EXIT.
031100     DISPLAY 'VR625 - DEATH-NOTIFICATION FEED COMPLETE'.
031200     DISPLAY 'VR625 - PENDING RECORDS READ: ' VR-PENDING-COUNT.
031300     DISPLAY 'VR625 - NOTICES SENT      : ' VR-NOTICE-COUNT.
031400     DISPLAY 'VR625 - RETRACTIONS SENT  : ' VR-RETRACTION-COUNT.
031500     DISPLAY 'VR625 - DUPLICATES DROPPED: ' VR-DUPLICATE-COUNT.
031600     DISPLAY 'VR625 - NOTICES CANCELLED : ' VR-CANCELLED-COUNT.
031700     DISPLAY 'VR625 - RECORDS BYPASSED  : ' VR-BYPASSED-COUNT.
031750     DISPLAY 'VR625 - SEALED WITHHELD   : ' VR-WITHHELD-COUNT.
031800     DISPLAY 'VR625 - FIRST SEQUENCE    : ' VR-FIRST-SEQUENCE.
031900     DISPLAY 'VR625 - LAST SEQUENCE     : ' VR-LAST-SEQUENCE.
032000     DISPLAY 'VR625 - FEED RECORDS      : ' VR-FEED-RECORD-COUNT.
032100     PERFORM 9100-WRITE-RUN-STATS
032200         THRU 9100-WRITE-RUN-STATS-EXIT.
032300     IF VR-BYPASSED-COUNT > ZERO
032400         MOVE 4 TO RETURN-CODE
032500     END-IF.
032600 9000-TERMINATE-EXIT.
032700     EXIT.
032800*
032900******************************************************************
033000* 9100-WRITE-RUN-STATS APPENDS THE RUN'S COUNTS TO THE SHARED    *
033100* RUN-STATISTICS HISTORY FILE FOR THE VR700 TREND REPORT.  VR640 *
033200* TAKES THE NOTICES AND RETRACTIONS SENT FROM THIS RECORD AS THE *
033300* COUNTS EACH AGENCY MUST ACKNOWLEDGE.                           *
033400******************************************************************
033500 9100-WRITE-RUN-STATS.
033600     OPEN EXTEND VR-STATS-FILE.
033700     MOVE 'VR625'            TO VRST-PROGRAM-ID.
033800     MOVE VR-RUN-DATE-PARM   TO VRST-RUN-DATE.
033900     MOVE VR-PENDING-COUNT   TO VRST-INPUT-COUNT.
034000     MOVE VR-NOTICE-COUNT    TO VRST-RESULT-COUNT-1.
034100     COMPUTE VRST-RESULT-COUNT-2 = VR-DUPLICATE-COUNT
034200         + (VR-CANCELLED-COUNT * 2) + VR-BYPASSED-COUNT
034250         + VR-WITHHELD-COUNT.
034300     MOVE VR-RETRACTION-COUNT
034400                             TO VRST-RESULT-COUNT-3.
034500     MOVE SPACES             TO VRST-OFFICE-ID.
034600     WRITE VR-STAT-RECORD.
034700     CLOSE VR-STATS-FILE.
034800 9100-WRITE-RUN-STATS-EXIT.
034900     EXIT.
