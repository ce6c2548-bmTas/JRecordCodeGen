      *                    THE JOURNAL IN REVERSE, AND AN ABENDED     *
      *                    APPLY CAN BE BACKED OUT AND RERUN          *
      *                    INSTEAD OF RELOADING WITH VR600.           *
      *   15/10/26   RLB   PROCESSED-EXTRACT REGISTER - A RUN-DATE    *
      *                    ALREADY APPLIED (AN 'A' ENTRY ON VRREG01)  *
      *                    IS REFUSED WITH RETURN CODE 8 BEFORE THE   *
      *                    MASTER IS OPENED, UNLESS A VROVR01         *
      *                    OVERRIDE CARD NAMES IT - THE RERUN AFTER   *
      *                    A VR615 BACKOUT.  THE OVERRIDE IS LOGGED   *
      *                    ON THE REGISTER AS SOON AS IT IS TAKEN     *
      *                    AND THE RUN-DATE IS REGISTERED AT END OF   *
      *                    JOB.                                       *
      *   15/10/26   RLB   POSTS RECORDS ADDED, CHANGED, UNCHANGED    *
      *                    AND IN I-O ERROR WITH HASH TOTALS BY       *
      *                    RECORD-TYPE TO THE VRLEDG BALANCING LEDGER *
      *                    (VRLGR01).                                 *
      *   15/10/26   RLB   DEATH-NOTIFICATION FEED - A REWRITE THAT   *
      *                    POPULATES THE BLANK DEATH-DETAILS OF A     *
      *                    RECORD-TYPE '1' OR '2' RECORD APPENDS A    *
      *                    VRDNOT NOTICE TO THE PENDING NOTIFICATION  *
      *                    FILE (VRDNP01) FOR VR625.                  *
      *   15/10/26   RLB   THE RESTRICTION (COURT-ORDER SEAL) FLAG    *
      *                    AND DATE SET BY VR605 ARE CARRIED OVER     *
      *                    WHEN A RECORD IS REWRITTEN, AND A NEW      *
      *                    RECORD IS ADDED UNRESTRICTED.              *
      *   15/10/26   RLB   A RECORD SEALED BY COURT ORDER ON THE      *
      *                    MASTER RAISES NO DEATH NOTICE.             *
      *                                                               *
      *****************************************************************
000100 IDENTIFICATION DIVISION.
002104                              ORGANIZATION IS SEQUENTIAL.
002110     SELECT VR-STATS-FILE     ASSIGN TO VRSTA01
002120                              ORGANIZATION IS SEQUENTIAL.
002130     SELECT VR-REGISTER-FILE  ASSIGN TO VRREG01
002140                              ORGANIZATION IS SEQUENTIAL.
002150     SELECT VR-OVERRIDE-FILE  ASSIGN TO VROVR01
002160                              ORGANIZATION IS SEQUENTIAL.
002170     SELECT VR-LEDGER-FILE    ASSIGN TO VRLGR01
002180                              ORGANIZATION IS SEQUENTIAL.
002185     SELECT VR-NOTICE-FILE    ASSIGN TO VRDNP01
002190                              ORGANIZATION IS SEQUENTIAL.
002200*
002300 DATA DIVISION.
002400 FILE SECTION.
003330     RECORDING MODE IS F
003340     LABEL RECORDS ARE STANDARD.
003350     COPY VRSTAT.
003360*
003362 FD  VR-REGISTER-FILE
003364     RECORDING MODE IS F
003366     LABEL RECORDS ARE STANDARD.
003368     COPY VRPREG.
003370*
003372 FD  VR-OVERRIDE-FILE
003374     RECORDING MODE IS F
003376     LABEL RECORDS ARE STANDARD.
003378     COPY VROVRD.
003381*
003384 FD  VR-LEDGER-FILE
003387     RECORDING MODE IS F
003390     LABEL RECORDS ARE STANDARD.
003393     COPY VRLEDG.
003394*
003395 FD  VR-NOTICE-FILE
003396     RECORDING MODE IS F
003397     LABEL RECORDS ARE STANDARD.
003398     COPY VRDNOT.
003400*
003500 WORKING-STORAGE SECTION.
003600 01  VR-SWITCHES.
004000         88  VR-MASTER-EOF                VALUE 'Y'.
004100     05  VR-FOUND-SW           PIC X(01)  VALUE 'N'.
004200         88  VR-MASTER-FOUND              VALUE 'Y'.
004210     05  VR-REGISTER-EOF-SW    PIC X(01)  VALUE 'N'.
004220         88  VR-REGISTER-EOF              VALUE 'Y'.
004230     05  VR-OVERRIDE-EOF-SW    PIC X(01)  VALUE 'N'.
004240         88  VR-OVERRIDE-EOF              VALUE 'Y'.
004250     05  VR-ALREADY-APPLIED-SW PIC X(01)  VALUE 'N'.
004260         88  VR-ALREADY-APPLIED           VALUE 'Y'.
004270     05  VR-OVERRIDE-SW        PIC X(01)  VALUE 'N'.
004280         88  VR-OVERRIDE-TAKEN            VALUE 'Y'.
004285     05  VR-DEATH-NOTICE-SW    PIC X(01)  VALUE 'N'.
004290         88  VR-DEATH-NOTICE-DUE          VALUE 'Y'.
004300*
004400 01  VR-COUNTERS.
004500     05  VR-INPUT-COUNT        PIC 9(09)  COMP VALUE ZERO.
005000     05  VR-APPLIED-COUNT      PIC 9(09)  COMP VALUE ZERO.
005100     05  VR-IO-ERROR-COUNT     PIC 9(09)  COMP VALUE ZERO.
005110     05  VR-JOURNAL-COUNT      PIC 9(09)  COMP VALUE ZERO.
005115     05  VR-NOTICE-COUNT       PIC 9(09)  COMP VALUE ZERO.
005120*
005130 01  VR-JOURNAL-WORK.
005140     05  VR-JRNL-ACTION        PIC X(01)  VALUE SPACE.
005800     05  VR-MASTER-STATUS      PIC X(02)  VALUE SPACES.
005900*
006000 01  VR-RUN-DATE-PARM          PIC 9(08)  VALUE ZERO.
006010*
006020 01  VR-REGISTER-VALUES.
006025     05  VR-REGISTER-ENTRY-TYPE
006027                               PIC X(01)  VALUE SPACE.
006030     05  VR-TODAY              PIC 9(08)  VALUE ZERO.
006040     05  VR-APPLIED-ON-DATE    PIC 9(08)  VALUE ZERO.
006050     05  VR-OVERRIDE-OPERATOR  PIC X(08)  VALUE SPACES.
006060     05  VR-OVERRIDE-REASON    PIC X(25)  VALUE SPACES.
006100*
006200******************************************************************
006300* VR-NEW-MASTER MIRRORS THE VRMAST RECORD LAYOUT SO THE IMAGE    *
008500     03  VRN-ARRAYS            PIC X(261).
008600     03  VRN-DELETE-FLAG       PIC X(01).
008700     03  VRN-LAST-MAINT-DATE   PIC 9(08).
008710     03  VRN-RESTRICTION.
008720         05  VRN-RESTRICT-FLAG PIC X(01).
008730         05  VRN-RESTRICT-DATE PIC 9(08).
008800*
008810     COPY VRLGWK.
008820*
008900 LINKAGE SECTION.
009000 01  VR-PARM-AREA.
009100     05  VR-PARM-LEN           PIC S9(04) COMP.
010900     IF VR-PARM-LEN >= 8
011000        AND VR-PARM-TEXT (1:8) NUMERIC
011100         MOVE VR-PARM-TEXT (1:8) TO VR-RUN-DATE-PARM
011110         MOVE VR-PARM-TEXT (1:8) TO VR-BL-RUN-DATE
011200     ELSE
011300         DISPLAY 'VR610 - RUN-DATE PARM MISSING OR NOT'
011400                 ' NUMERIC'
011500         MOVE 8 TO RETURN-CODE
011600         STOP RUN
011700     END-IF.
011710     PERFORM 1100-CHECK-REGISTER
011720         THRU 1100-CHECK-REGISTER-EXIT.
011800     OPEN INPUT  VR-INPUT-FILE
011850          OUTPUT VR-JOURNAL-FILE
011860          EXTEND VR-NOTICE-FILE
011900          I-O    VR-MASTER-FILE.
012000     IF VR-MASTER-STATUS NOT = '00'
012100         DISPLAY 'VR610 - MASTER OPEN FAILED - STATUS '
012700         THRU 2100-READ-INPUT-EXIT.
012800 1000-INITIALIZE-EXIT.
012900     EXIT.
012910*
012911******************************************************************
012912* 1100-CHECK-REGISTER REFUSES A RUN-DATE THE PROCESSED-EXTRACT   *
012913* REGISTER SAYS HAS ALREADY BEEN APPLIED - A SECOND APPLY OF THE *
012914* SAME NIGHT WOULD JOURNAL OVER THE FIRST AND LEAVE VR615        *
012915* NOTHING TRUE TO BACK OUT TO.  A VR610 OVERRIDE CARD FOR THE    *
012916* RUN-DATE LETS IT THROUGH AND IS LOGGED ON THE REGISTER BEFORE  *
012917* THE MASTER IS TOUCHED.                                         *
012918******************************************************************
012919 1100-CHECK-REGISTER.
012920     ACCEPT VR-TODAY FROM DATE YYYYMMDD.
012921     OPEN INPUT VR-REGISTER-FILE.
012922     PERFORM 1110-READ-REGISTER
012923         THRU 1110-READ-REGISTER-EXIT.
012924     PERFORM 1120-CHECK-REGISTER-ENTRY
012925         THRU 1120-CHECK-REGISTER-ENTRY-EXIT
012926         UNTIL VR-REGISTER-EOF.
012927     CLOSE VR-REGISTER-FILE.
012928     IF NOT VR-ALREADY-APPLIED
012929         GO TO 1100-CHECK-REGISTER-EXIT
012930     END-IF.
012931     OPEN INPUT VR-OVERRIDE-FILE.
012932     PERFORM 1210-READ-OVERRIDE
012933         THRU 1210-READ-OVERRIDE-EXIT.
012934     PERFORM 1220-CHECK-OVERRIDE
012935         THRU 1220-CHECK-OVERRIDE-EXIT
012936         UNTIL VR-OVERRIDE-EOF
012937            OR VR-OVERRIDE-TAKEN.
012938     CLOSE VR-OVERRIDE-FILE.
012939     IF NOT VR-OVERRIDE-TAKEN
012940         DISPLAY 'VR610 - RUN-DATE ' VR-RUN-DATE-PARM
012941                 ' ALREADY APPLIED ON ' VR-APPLIED-ON-DATE
012942                 ' - RUN REFUSED'
012943         MOVE 8 TO RETURN-CODE
012944         STOP RUN
012945     END-IF.
012946     DISPLAY 'VR610 - REGISTER OVERRIDE BY ' VR-OVERRIDE-OPERATOR
012947             ' FOR RUN-DATE ' VR-RUN-DATE-PARM
012948             ' - ' VR-OVERRIDE-REASON.
012949     MOVE 'O' TO VR-REGISTER-ENTRY-TYPE.
012950     PERFORM 9300-WRITE-REGISTER
012951         THRU 9300-WRITE-REGISTER-EXIT.
012952 1100-CHECK-REGISTER-EXIT.
012953     EXIT.
012954*
012955 1110-READ-REGISTER.
012956     READ VR-REGISTER-FILE
012957         AT END
012958             MOVE 'Y' TO VR-REGISTER-EOF-SW
012959     END-READ.
012960 1110-READ-REGISTER-EXIT.
012961     EXIT.
012962*
012963 1120-CHECK-REGISTER-ENTRY.
012964     IF VRPR-APPLY-ENTRY
012965        AND VRPR-CREATE-DATE = VR-RUN-DATE-PARM
012966         MOVE 'Y' TO VR-ALREADY-APPLIED-SW
012967         MOVE VRPR-PROCESS-DATE TO VR-APPLIED-ON-DATE
012968     END-IF.
012969     PERFORM 1110-READ-REGISTER
012970         THRU 1110-READ-REGISTER-EXIT.
012971 1120-CHECK-REGISTER-ENTRY-EXIT.
012972     EXIT.
012973*
012974 1210-READ-OVERRIDE.
012975     READ VR-OVERRIDE-FILE
012976         AT END
012977             MOVE 'Y' TO VR-OVERRIDE-EOF-SW
012978     END-READ.
012979 1210-READ-OVERRIDE-EXIT.
012980     EXIT.
012981*
012982 1220-CHECK-OVERRIDE.
012983     IF VRPO-PROGRAM-ID = 'VR610'
012984        AND VRPO-CREATE-DATE = VR-PARM-TEXT (1:8)
012985         IF VRPO-OPERATOR-ID = SPACES
012986            OR VRPO-REASON = SPACES
012987             DISPLAY 'VR610 - OVERRIDE CARD IGNORED - OPERATOR '
012988                     'ID AND REASON ARE REQUIRED'
012989         ELSE
012990             MOVE 'Y' TO VR-OVERRIDE-SW
012991             MOVE VRPO-OPERATOR-ID TO VR-OVERRIDE-OPERATOR
012992             MOVE VRPO-REASON      TO VR-OVERRIDE-REASON
012993         END-IF
012994     END-IF.
012995     PERFORM 1210-READ-OVERRIDE
012996         THRU 1210-READ-OVERRIDE-EXIT.
012997 1220-CHECK-OVERRIDE-EXIT.
012998     EXIT.
013000*
013100 2000-APPLY-RECORD.
013200     ADD 1 TO VR-INPUT-COUNT.
013300     PERFORM 2300-BUILD-NEW-MASTER
013400         THRU 2300-BUILD-NEW-MASTER-EXIT.
013500     MOVE 'N' TO VR-FOUND-SW.
013550     MOVE 'N' TO VR-DEATH-NOTICE-SW.
013600     MOVE VRN-KEY TO VRM-KEY.
013700     READ VR-MASTER-FILE
013800         INVALID KEY
014700         PERFORM 2400-ADD-MASTER
014800             THRU 2400-ADD-MASTER-EXIT
014900     END-IF.
014910     PERFORM 2700-POST-INPUT-RECORD
014920         THRU 2700-POST-INPUT-RECORD-EXIT.
015000     PERFORM 2100-READ-INPUT
015100         THRU 2100-READ-INPUT-EXIT.
015200 2000-APPLY-RECORD-EXIT.
020400     END-IF.
020500     MOVE SPACE            TO VRN-DELETE-FLAG.
020600     MOVE VR-RUN-DATE-PARM TO VRN-LAST-MAINT-DATE.
020610     MOVE SPACE            TO VRN-RESTRICT-FLAG.
020620     MOVE ZERO             TO VRN-RESTRICT-DATE.
020700 2300-BUILD-NEW-MASTER-EXIT.
020800     EXIT.
020900*
021400             DISPLAY 'VR610 - WRITE FAILED FOR KEY ' VRN-KEY
021500                     ' STATUS ' VR-MASTER-STATUS
021600             ADD 1 TO VR-IO-ERROR-COUNT
021610             MOVE 'ER' TO VR-BL-POST-CATEGORY
021700         NOT INVALID KEY
021800             ADD 1 TO VR-ADD-COUNT
021900             ADD 1 TO VR-APPLIED-COUNT
021910             MOVE 'AD' TO VR-BL-POST-CATEGORY
021920             MOVE 'A' TO VR-JRNL-ACTION
021940             MOVE LOW-VALUES TO VR-JRNL-BEFORE-IMAGE
021960             PERFORM 2600-WRITE-JOURNAL
023600        OR VRM-ARRAY-COUNTS NOT = VRN-ARRAY-COUNTS
023700        OR VRM-ARRAYS NOT = VRN-ARRAYS
023900        OR VRM-LOGICALLY-DELETED
023950         PERFORM 2800-CHECK-DEATH-NOTICE
023960             THRU 2800-CHECK-DEATH-NOTICE-EXIT
023970*        THE SEAL IS A COURT-ORDER STATE MAINTAINED ONLY BY
023980*        VR605 - TONIGHT'S IMAGE CARRIES THE MASTER'S OVER.
023990         MOVE VRM-RESTRICTION TO VRN-RESTRICTION
024000         MOVE VR-NEW-MASTER TO VR-MASTER-RECORD
024100         ADD 1 TO VR-CHANGE-COUNT
024110         MOVE 'CH' TO VR-BL-POST-CATEGORY
024200     ELSE
024250         MOVE VRN-RUN-DATE TO VRM-RUN-DATE
024300         MOVE VR-RUN-DATE-PARM TO VRM-LAST-MAINT-DATE
024400         ADD 1 TO VR-UNCHANGED-COUNT
024410         MOVE 'UN' TO VR-BL-POST-CATEGORY
024500     END-IF.
024600     REWRITE VR-MASTER-RECORD
024700         INVALID KEY
024800             DISPLAY 'VR610 - REWRITE FAILED FOR KEY ' VRN-KEY
024900                     ' STATUS ' VR-MASTER-STATUS
025000             ADD 1 TO VR-IO-ERROR-COUNT
025010             MOVE 'ER' TO VR-BL-POST-CATEGORY
025100         NOT INVALID KEY
025200             ADD 1 TO VR-APPLIED-COUNT
025220             PERFORM 2600-WRITE-JOURNAL
025240                 THRU 2600-WRITE-JOURNAL-EXIT
025260             IF VR-DEATH-NOTICE-DUE
025270                 PERFORM 2810-WRITE-DEATH-NOTICE
025280                     THRU 2810-WRITE-DEATH-NOTICE-EXIT
025290             END-IF
025300     END-REWRITE.
025400 2500-APPLY-EXISTING-EXIT.
025500     EXIT.
025594 2600-WRITE-JOURNAL-EXIT.
025596     EXIT.
025600*
025601******************************************************************
025602* 2700-POST-INPUT-RECORD POSTS THE INPUT RECORD TO THE BALANCING *
025603* LEDGER UNDER THE CATEGORY 2400 OR 2500 SET FOR THE ACTION      *
025604* TAKEN - ADDED, CHANGED, UNCHANGED OR I-O ERROR.                *
025605******************************************************************
025606 2700-POST-INPUT-RECORD.
025607     MOVE SPACES TO VR-BL-POST-OFFICE.
025608     MOVE DUP-NAME-1 (1 : VR-INPUT-REC-LEN) TO VR-HASH-RECORD.
025609     PERFORM 7400-POST-RECORD-TOTALS
025610         THRU 7400-POST-RECORD-TOTALS-EXIT.
025611 2700-POST-INPUT-RECORD-EXIT.
025612     EXIT.
025613*
025614******************************************************************
025615* 2800-CHECK-DEATH-NOTICE DECIDES, BEFORE TONIGHT'S IMAGE        *
025616* OVERLAYS A CHANGED RECORD, WHETHER THE REWRITE NOTIFIES A      *
025617* DEATH - A RECORD-TYPE '1' OR '2' RECORD WHOSE DEATH-DETAILS    *
025618* ARE BLANK ON THE MASTER AND POPULATED TONIGHT.  DEATH-DETAILS  *
025619* ARE BLANK WHEN THEY HAVE NO CITY AND NO USABLE XDATE.  A       *
025620* RECORD SEALED BY COURT ORDER ON THE MASTER RAISES NO NOTICE.   *
025621******************************************************************
025622 2800-CHECK-DEATH-NOTICE.
025623     MOVE 'N' TO VR-DEATH-NOTICE-SW.
025624     IF VRM-SEALED
025625         GO TO 2800-CHECK-DEATH-NOTICE-EXIT
025626     END-IF.
025627     IF VRN-RECORD-TYPE NOT = '1'
025628        AND VRN-RECORD-TYPE NOT = '2'
025629         GO TO 2800-CHECK-DEATH-NOTICE-EXIT
025630     END-IF.
025631     IF VRM-DEATH-CITY NOT = SPACES
025632         GO TO 2800-CHECK-DEATH-NOTICE-EXIT
025633     END-IF.
025634     IF VRM-DEATH-XDATE NUMERIC
025635         IF VRM-DEATH-XDATE > ZERO
025636             GO TO 2800-CHECK-DEATH-NOTICE-EXIT
025637         END-IF
025638     END-IF.
025639     IF VRN-DEATH-CITY NOT = SPACES
025640         MOVE 'Y' TO VR-DEATH-NOTICE-SW
025641     END-IF.
025642     IF VRN-DEATH-XDATE NUMERIC
025643         IF VRN-DEATH-XDATE > ZERO
025644             MOVE 'Y' TO VR-DEATH-NOTICE-SW
025645         END-IF
025646     END-IF.
025647 2800-CHECK-DEATH-NOTICE-EXIT.
025648     EXIT.
025649*
025650******************************************************************
025651* 2810-WRITE-DEATH-NOTICE APPENDS A NOTICE FROM THE NIGHTLY      *
025652* EXTRACT TO THE PENDING DEATH-NOTIFICATION FILE FOR VR625.      *
025653******************************************************************
025654 2810-WRITE-DEATH-NOTICE.
025655     MOVE SPACES               TO VR-DEATH-NOTICE-RECORD.
025656     MOVE 'N'                  TO VRDN-RECORD-KIND.
025657     MOVE ZERO                 TO VRDN-SEQUENCE.
025658     MOVE VRN-FIELD-1          TO VRDN-FIELD-1.
025659     MOVE VRN-RECORD-TYPE      TO VRDN-RECORD-TYPE.
025660     MOVE VRN-BIRTH-CITY       TO VRDN-BIRTH-CITY.
025661     MOVE VRN-BIRTH-XDATE      TO VRDN-BIRTH-XDATE.
025662     MOVE VRN-DEATH-CITY       TO VRDN-DEATH-CITY.
025663     MOVE VRN-DEATH-XDATE      TO VRDN-DEATH-XDATE.
025664     MOVE 'E'                  TO VRDN-SOURCE.
025665     MOVE SPACES               TO VRDN-CLERK-ID.
025666     MOVE VR-RUN-DATE-PARM     TO VRDN-EVENT-DATE.
025667     MOVE 'VR610'              TO VRDN-EVENT-PROGRAM.
025668     WRITE VR-DEATH-NOTICE-RECORD.
025669     ADD 1 TO VR-NOTICE-COUNT.
025670 2810-WRITE-DEATH-NOTICE-EXIT.
025671     EXIT.
025672*
025700******************************************************************
025800* 3000-FLAG-DELETES READS THE MASTER FRONT TO BACK.  AN ACTIVE   *
025900* RECORD WHOSE LAST-MAINTENANCE DATE IS NOT TONIGHT'S RUN-DATE  *
030600 3200-CHECK-MASTER-RECORD-EXIT.
030700     EXIT.
030800*
030801******************************************************************
030802* 7400-POST-RECORD-TOTALS HASHES THE RECORD IN VR-HASH-RECORD    *
030803* AND POSTS IT TO THE LEDGER TABLE AS ONE RECORD UNDER THE       *
030804* CATEGORY AND OFFICE THE CALLER HAS SET.                        *
030805******************************************************************
030806 7400-POST-RECORD-TOTALS.
030807     MOVE VR-HASH-RECTYPE TO VR-BL-POST-RECTYPE.
030808     MOVE 1               TO VR-BL-POST-COUNT.
030809     PERFORM 7500-HASH-RECORD
030810         THRU 7500-HASH-RECORD-EXIT.
030811     PERFORM 7600-POST-LEDGER
030812         THRU 7600-POST-LEDGER-EXIT.
030813 7400-POST-RECORD-TOTALS-EXIT.
030814     EXIT.
030815*
030816******************************************************************
030817* 7500-HASH-RECORD WORKS OUT THE XDATE AND FIELD-1 HASH TOTALS   *
030818* OF THE RECORD IN VR-HASH-RECORD FOR THE BALANCING LEDGER.  A   *
030819* DATE THAT IS NOT NUMERIC CONTRIBUTES ZERO.                     *
030820******************************************************************
030821 7500-HASH-RECORD.
030822     MOVE ZERO TO VR-HASH-REC-XDATE
030823                  VR-HASH-REC-FIELD-1.
030824     IF VR-HASH-RECTYPE = '1' OR '2'
030825         IF VR-HASH-BIRTH-XDATE NUMERIC
030826             ADD VR-HASH-BIRTH-XDATE TO VR-HASH-REC-XDATE
030827         END-IF
030828         IF VR-HASH-DEATH-XDATE NUMERIC
030829             ADD VR-HASH-DEATH-XDATE TO VR-HASH-REC-XDATE
030830         END-IF
030831     END-IF.
030832     IF VR-HASH-RECTYPE = '3'
030833        AND VR-HASH-D3-DEATH-XDATE NUMERIC
030834         ADD VR-HASH-D3-DEATH-XDATE TO VR-HASH-REC-XDATE
030835     END-IF.
030836     PERFORM 7510-HASH-CHARACTER
030837         THRU 7510-HASH-CHARACTER-EXIT
030838         VARYING VR-HASH-POS FROM 1 BY 1
030839         UNTIL VR-HASH-POS > 20.
030840 7500-HASH-RECORD-EXIT.
030841     EXIT.
030842*
030843 7510-HASH-CHARACTER.
030844     MOVE VR-HASH-FIELD-1 (VR-HASH-POS : 1) TO VR-HASH-CHAR.
030845     MOVE ZERO TO VR-HASH-ORD.
030846     INSPECT VR-HASH-ALPHABET TALLYING VR-HASH-ORD
030847         FOR CHARACTERS BEFORE INITIAL VR-HASH-CHAR.
030848     COMPUTE VR-HASH-REC-FIELD-1 = VR-HASH-REC-FIELD-1
030849         + (VR-HASH-ORD * VR-HASH-POS).
030850 7510-HASH-CHARACTER-EXIT.
030851     EXIT.
030852*
030853******************************************************************
030854* 7600-POST-LEDGER ADDS VR-BL-POST-COUNT AND THE RECORD HASHES   *
030855* TO THE LEDGER TABLE ENTRY FOR THE POSTING CATEGORY, OFFICE AND *
030856* RECORD-TYPE, TAKING THE NEXT FREE SLOT FOR ONE NOT YET SEEN.   *
030857******************************************************************
030858 7600-POST-LEDGER.
030859     MOVE ZERO TO VR-BL-SLOT.
030860     PERFORM 7610-SCAN-LEDGER
030861         THRU 7610-SCAN-LEDGER-EXIT
030862         VARYING VR-BL-IDX FROM 1 BY 1
030863         UNTIL VR-BL-IDX > VR-BL-USED
030864            OR VR-BL-SLOT > ZERO.
030865     IF VR-BL-SLOT = ZERO
030866        AND VR-BL-USED < VR-BL-MAX
030867         ADD 1 TO VR-BL-USED
030868         MOVE VR-BL-USED          TO VR-BL-SLOT
030869         MOVE VR-BL-POST-CATEGORY TO VR-BL-CATEGORY (VR-BL-SLOT)
030870         MOVE VR-BL-POST-OFFICE   TO VR-BL-OFFICE (VR-BL-SLOT)
030871         MOVE VR-BL-POST-RECTYPE  TO VR-BL-RECTYPE (VR-BL-SLOT)
030872         MOVE ZERO TO VR-BL-COUNT (VR-BL-SLOT)
030873                      VR-BL-XDATE-HASH (VR-BL-SLOT)
030874                      VR-BL-FIELD-1-HASH (VR-BL-SLOT)
030875     END-IF.
030876     IF VR-BL-SLOT = ZERO
030877         DISPLAY 'VR610 - LEDGER TABLE FULL - CATEGORY '
030878                 VR-BL-POST-CATEGORY ' OFFICE '
030879                 VR-BL-POST-OFFICE ' NOT POSTED'
030880         GO TO 7600-POST-LEDGER-EXIT
030881     END-IF.
030882     ADD VR-BL-POST-COUNT    TO VR-BL-COUNT (VR-BL-SLOT).
030883     ADD VR-HASH-REC-XDATE   TO VR-BL-XDATE-HASH (VR-BL-SLOT).
030884     ADD VR-HASH-REC-FIELD-1 TO VR-BL-FIELD-1-HASH (VR-BL-SLOT).
030885 7600-POST-LEDGER-EXIT.
030886     EXIT.
030887*
030888 7610-SCAN-LEDGER.
030889     IF VR-BL-CATEGORY (VR-BL-IDX) = VR-BL-POST-CATEGORY
030890        AND VR-BL-OFFICE (VR-BL-IDX) = VR-BL-POST-OFFICE
030891        AND VR-BL-RECTYPE (VR-BL-IDX) = VR-BL-POST-RECTYPE
030892         MOVE VR-BL-IDX TO VR-BL-SLOT
030893     END-IF.
030894 7610-SCAN-LEDGER-EXIT.
030895     EXIT.
030896*
030900 9000-TERMINATE.
031000     CLOSE VR-INPUT-FILE
031050           VR-JOURNAL-FILE
031060           VR-NOTICE-FILE
031100           VR-MASTER-FILE.
031200     DISPLAY 'VR610 - MASTER NIGHTLY APPLY COMPLETE'.
031300     DISPLAY 'VR610 - RECORDS READ      : ' VR-INPUT-COUNT.
031800     DISPLAY 'VR610 - DELETES FLAGGED   : ' VR-DELETE-COUNT.
031900     DISPLAY 'VR610 - I-O ERRORS        : ' VR-IO-ERROR-COUNT.
031905     DISPLAY 'VR610 - JOURNAL RECORDS   : ' VR-JOURNAL-COUNT.
031907     DISPLAY 'VR610 - DEATH NOTICES     : ' VR-NOTICE-COUNT.
031910     PERFORM 9100-WRITE-RUN-STATS
031920         THRU 9100-WRITE-RUN-STATS-EXIT.
031930     MOVE 'A' TO VR-REGISTER-ENTRY-TYPE.
031940     PERFORM 9300-WRITE-REGISTER
031950         THRU 9300-WRITE-REGISTER-EXIT.
031960     PERFORM 9400-WRITE-LEDGER
031970         THRU 9400-WRITE-LEDGER-EXIT.
032000     IF VR-IO-ERROR-COUNT > ZERO
032100         MOVE 8 TO RETURN-CODE
032200     END-IF.
032595     CLOSE VR-STATS-FILE.
032600 9100-WRITE-RUN-STATS-EXIT.
032605     EXIT.
032610*
032620******************************************************************
032630* 9300-WRITE-REGISTER APPENDS ONE ENTRY TO THE PROCESSED-EXTRACT *
032640* REGISTER - THE OVERRIDE LOG ENTRY ('O') AT START OF JOB OR THE *
032650* RUN-DATE APPLIED ('A') AT END OF JOB.                          *
032670******************************************************************
032680 9300-WRITE-REGISTER.
032690     OPEN EXTEND VR-REGISTER-FILE.
032700     MOVE SPACES               TO VR-REGISTER-RECORD.
032710     MOVE VR-REGISTER-ENTRY-TYPE TO VRPR-ENTRY-TYPE.
032720     MOVE VR-RUN-DATE-PARM     TO VRPR-CREATE-DATE.
032730     MOVE VR-APPLIED-COUNT     TO VRPR-TRAILER-COUNT.
032740     MOVE ZERO                 TO VRPR-PRIOR-DATE.
032750     MOVE 'VR610'              TO VRPR-PROGRAM-ID.
032760     MOVE VR-TODAY             TO VRPR-PROCESS-DATE.
032770     IF VR-OVERRIDE-TAKEN
032780         MOVE 'Y'                  TO VRPR-OVERRIDE-SW
032790         MOVE VR-OVERRIDE-OPERATOR TO VRPR-OPERATOR-ID
032800         MOVE VR-OVERRIDE-REASON   TO VRPR-REASON
032810     ELSE
032820         MOVE 'N'                  TO VRPR-OVERRIDE-SW
032830     END-IF.
032840     WRITE VR-REGISTER-RECORD.
032850     CLOSE VR-REGISTER-FILE.
032860 9300-WRITE-REGISTER-EXIT.
032870     EXIT.
032880*
033850******************************************************************
033860* 9400-WRITE-LEDGER APPENDS THE RUN'S CONTROL TOTALS TO THE      *
033870* BALANCING LEDGER UNDER THE NIGHT'S RUN-DATE FOR VR690.  A RUN  *
033880* THAT COUNTED NOTHING STILL POSTS ONE ZERO '00' RECORD SO VR690 *
033890* CAN TELL IT RAN.                                               *
033900******************************************************************
033910 9400-WRITE-LEDGER.
033920     IF VR-BL-USED = ZERO
033930         MOVE '00'   TO VR-BL-POST-CATEGORY
033940         MOVE SPACES TO VR-BL-POST-OFFICE
033950         MOVE SPACE  TO VR-BL-POST-RECTYPE
033960         MOVE ZERO   TO VR-BL-POST-COUNT
033970                        VR-HASH-REC-XDATE
033980                        VR-HASH-REC-FIELD-1
033990         PERFORM 7600-POST-LEDGER
034000             THRU 7600-POST-LEDGER-EXIT
034010     END-IF.
034020     ACCEPT VR-BL-POSTED-DATE FROM DATE YYYYMMDD.
034030     ACCEPT VR-BL-POSTED-TIME FROM TIME.
034040     OPEN EXTEND VR-LEDGER-FILE.
034050     PERFORM 9410-WRITE-LEDGER-ENTRY
034060         THRU 9410-WRITE-LEDGER-ENTRY-EXIT
034070         VARYING VR-BL-IDX FROM 1 BY 1
034080         UNTIL VR-BL-IDX > VR-BL-USED.
034090     CLOSE VR-LEDGER-FILE.
034100 9400-WRITE-LEDGER-EXIT.
034110     EXIT.
034120*
034130 9410-WRITE-LEDGER-ENTRY.
034140     MOVE SPACES                   TO VR-LEDGER-RECORD.
034150     MOVE VR-BL-RUN-DATE           TO VRLG-RUN-DATE.
034160     MOVE 'VR610'                  TO VRLG-PROGRAM-ID.
034170     MOVE VR-BL-POSTED-DATE        TO VRLG-POSTED-DATE.
034180     MOVE VR-BL-POSTED-TIME        TO VRLG-POSTED-TIME.
034190     MOVE VR-BL-CATEGORY (VR-BL-IDX)
034200                                   TO VRLG-CATEGORY.
034210     MOVE VR-BL-OFFICE (VR-BL-IDX) TO VRLG-OFFICE-ID.
034220     MOVE VR-BL-RECTYPE (VR-BL-IDX)
034230                                   TO VRLG-RECORD-TYPE.
034240     MOVE VR-BL-COUNT (VR-BL-IDX)  TO VRLG-RECORD-COUNT.
034250     MOVE VR-BL-XDATE-HASH (VR-BL-IDX)
034260                                   TO VRLG-XDATE-HASH.
034270     MOVE VR-BL-FIELD-1-HASH (VR-BL-IDX)
034280                                   TO VRLG-FIELD-1-HASH.
034290     MOVE VR-BL-RESTART-SW         TO VRLG-RESTART-SW.
034300     WRITE VR-LEDGER-RECORD.
034310 9410-WRITE-LEDGER-ENTRY-EXIT.
034320     EXIT.
