      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   22/08/26   RLB   ORIGINAL PROGRAM.                          *
      *   15/10/26   RLB   PROCESSED-EXTRACT REGISTER - THE CURRENT   *
      *                    GENERATION'S RUN-DATE IS NOW PASSED ON     *
      *                    THE PARM (PARM=YYYYMMDD).  A RUN-DATE      *
      *                    ALREADY SENT (A 'D' ENTRY ON VRREG01) IS   *
      *                    REFUSED WITH RETURN CODE 8 BEFORE ANY      *
      *                    DELTA IS WRITTEN, UNLESS A VROVR01         *
      *                    OVERRIDE CARD NAMES IT.  THE GENERATION    *
      *                    PAIR SENT - CURRENT RUN-DATE AND THE       *
      *                    RUN-DATE OF THE LAST PAIR SENT - IS        *
      *                    REGISTERED AT END OF JOB.                  *
      *   15/10/26   RLB   COURT-ORDER SEALS - EVERY KEY IS LOOKED UP *
      *                    ON THE MASTER (VRMAS01). A SEALED KEY IS   *
      *                    NEVER SENT AS AN ADD OR CHANGE, A KEY      *
      *                    SEALED SINCE THE LAST DELTA SENT IS SENT   *
      *                    AS A DROP, AND A KEY UNSEALED SINCE THEN   *
      *                    IS SENT AS AN ADD. VR605 MUST RUN AHEAD OF *
      *                    THE APPLY WITH THE SAME RUN-DATE.          *
      *   15/10/26   RLB   A KEY NOT ON THE MASTER - THE OLD KEY OF A *
      *                    RECORD MOVED BY A FIELD-1 REKEY - IS       *
      *                    CLASSED FROM THE LAST APPLIED ENTRY FOR IT *
      *                    ON THE SEAL AUDIT LOG (VRSLG01), SO A      *
      *                    SEALED RECORD'S OLD KEY IS NEVER SENT AS   *
      *                    AN OPEN DROP.                              *
      *                                                               *
      *****************************************************************
000100 IDENTIFICATION DIVISION.
002000                              ORGANIZATION IS SEQUENTIAL.
002010     SELECT VR-STATS-FILE     ASSIGN TO VRSTA01
002020                              ORGANIZATION IS SEQUENTIAL.
002030     SELECT VR-REGISTER-FILE  ASSIGN TO VRREG01
002040                              ORGANIZATION IS SEQUENTIAL.
002050     SELECT VR-OVERRIDE-FILE  ASSIGN TO VROVR01
002060                              ORGANIZATION IS SEQUENTIAL.
002070     SELECT VR-MASTER-FILE    ASSIGN TO VRMAS01
002075                              ORGANIZATION IS INDEXED
002080                              ACCESS MODE IS DYNAMIC
002085                              RECORD KEY IS VRM-KEY
002090                              FILE STATUS IS VR-MASTER-STATUS.
002092     SELECT VR-SEAL-LOG-FILE  ASSIGN TO VRSLG01
002094                              ORGANIZATION IS SEQUENTIAL.
002100*
002200 DATA DIVISION.
002300 FILE SECTION.
004330     RECORDING MODE IS F
004340     LABEL RECORDS ARE STANDARD.
004350     COPY VRSTAT.
004360*
004362 FD  VR-REGISTER-FILE
004364     RECORDING MODE IS F
004366     LABEL RECORDS ARE STANDARD.
004368     COPY VRPREG.
004370*
004372 FD  VR-OVERRIDE-FILE
004374     RECORDING MODE IS F
004376     LABEL RECORDS ARE STANDARD.
004378     COPY VROVRD.
004380*
004382 FD  VR-MASTER-FILE
004384     LABEL RECORDS ARE STANDARD.
004386     COPY VRMAST.
004388*
004390 FD  VR-SEAL-LOG-FILE
004392     RECORDING MODE IS F
004394     LABEL RECORDS ARE STANDARD.
004396     COPY VRSLOG.
004400*
004500 WORKING-STORAGE SECTION.
004600 01  VR-SWITCHES.
005200         88  VR-ANY-CHANGE                VALUE 'Y'.
005210     05  VR-SEQ-ERROR-SW       PIC X(01)  VALUE 'N'.
005220         88  VR-SEQ-ERROR                 VALUE 'Y'.
005230     05  VR-REGISTER-EOF-SW    PIC X(01)  VALUE 'N'.
005240         88  VR-REGISTER-EOF              VALUE 'Y'.
005250     05  VR-OVERRIDE-EOF-SW    PIC X(01)  VALUE 'N'.
005260         88  VR-OVERRIDE-EOF              VALUE 'Y'.
005270     05  VR-ALREADY-SENT-SW    PIC X(01)  VALUE 'N'.
005280         88  VR-ALREADY-SENT              VALUE 'Y'.
005290     05  VR-OVERRIDE-SW        PIC X(01)  VALUE 'N'.
005295         88  VR-OVERRIDE-TAKEN            VALUE 'Y'.
005296     05  VR-RESTRICT-STATE     PIC X(01)  VALUE 'O'.
005297         88  VR-KEY-OPEN                  VALUE 'O'.
005298         88  VR-KEY-NEWLY-SEALED          VALUE 'S'.
005299         88  VR-KEY-WITHHELD              VALUE 'W'.
005300         88  VR-KEY-NEWLY-UNSEALED        VALUE 'U'.
005301         88  VR-KEY-SEALED                VALUE 'S' 'W'.
005302     05  VR-SEAL-LOG-EOF-SW    PIC X(01)  VALUE 'N'.
005303         88  VR-SEAL-LOG-EOF              VALUE 'Y'.
005304*
005400 01  VR-KEYS.
005500     05  VR-NEW-KEY.
005600         10  VR-NEW-FIELD-1    PIC X(20).
006000         10  VR-OLD-RECTYPE    PIC X(01).
006010     05  VR-NEW-LAST-KEY       PIC X(21)  VALUE LOW-VALUES.
006020     05  VR-OLD-LAST-KEY       PIC X(21)  VALUE LOW-VALUES.
006030     05  VR-CHECK-KEY          PIC X(21)  VALUE SPACES.
006100*
006200 01  VR-COUNTERS.
006300     05  VR-NEW-COUNT          PIC 9(09)  COMP VALUE ZERO.
006600     05  VR-CHANGE-COUNT       PIC 9(09)  COMP VALUE ZERO.
006700     05  VR-DROP-COUNT         PIC 9(09)  COMP VALUE ZERO.
006800     05  VR-UNCHANGED-COUNT    PIC 9(09)  COMP VALUE ZERO.
006810     05  VR-WITHHELD-COUNT     PIC 9(09)  COMP VALUE ZERO.
006820     05  VR-SEALED-DROP-COUNT  PIC 9(09)  COMP VALUE ZERO.
006830     05  VR-UNSEALED-ADD-COUNT PIC 9(09)  COMP VALUE ZERO.
006835     05  VR-SEAL-LOG-COUNT     PIC 9(09)  COMP VALUE ZERO.
006840*
006850 01  VR-FILE-STATUS.
006860     05  VR-MASTER-STATUS      PIC X(02)  VALUE SPACES.
006862*
006864******************************************************************
006866* VR-SEAL-TABLE HOLDS THE LAST APPLIED SEAL OR UNSEAL FROM THE   *
006868* VRSLOG AUDIT LOG FOR EVERY KEY THE LOG NAMES, WITH THE RUN-    *
006870* DATE IT WAS APPLIED ON.  IT DECIDES THE SEAL OF A KEY THAT IS  *
006872* NO LONGER ON THE MASTER - ONE MOVED BY A FIELD-1 REKEY.        *
006874******************************************************************
006876 01  VR-SEAL-TABLE.
006878     05  VR-SK-IDX             PIC 9(04)  COMP VALUE ZERO.
006880     05  VR-SK-HIT             PIC 9(04)  COMP VALUE ZERO.
006882     05  VR-SK-USED            PIC 9(04)  COMP VALUE ZERO.
006884     05  VR-SK-MAX             PIC 9(04)  COMP VALUE 5000.
006886     05  VR-SK-ENTRY OCCURS 5000 TIMES.
006888         10  VR-SK-KEY         PIC X(21).
006890         10  VR-SK-FLAG        PIC X(01).
006892         10  VR-SK-DATE        PIC 9(08).
006900*
007000 01  VR-RECORD-LENGTHS.
007100     05  VR-NEW-REC-LEN        PIC 9(04)  COMP VALUE ZERO.
007300     05  VR-NEW-ARRAYS-LEN     PIC 9(04)  COMP VALUE ZERO.
007400     05  VR-OLD-ARRAYS-LEN     PIC 9(04)  COMP VALUE ZERO.
007500*
007510 01  VR-REGISTER-VALUES.
007515     05  VR-RUN-DATE-PARM      PIC 9(08)  VALUE ZERO.
007520     05  VR-PRIOR-SENT-DATE    PIC 9(08)  VALUE ZERO.
007525     05  VR-SENT-ON-DATE       PIC 9(08)  VALUE ZERO.
007530     05  VR-REGISTER-ENTRY-TYPE
007535                               PIC X(01)  VALUE SPACE.
007540     05  VR-TODAY              PIC 9(08)  VALUE ZERO.
007545     05  VR-OVERRIDE-OPERATOR  PIC X(08)  VALUE SPACES.
007550     05  VR-OVERRIDE-REASON    PIC X(25)  VALUE SPACES.
007555*
007560 LINKAGE SECTION.
007565 01  VR-PARM-AREA.
007570     05  VR-PARM-LEN           PIC S9(04) COMP.
007575     05  VR-PARM-TEXT          PIC X(08).
007580*
007600 PROCEDURE DIVISION USING VR-PARM-AREA.
007700*
007800 0000-MAINLINE.
007900     PERFORM 1000-INITIALIZE
008600     STOP RUN.
008700*
008800 1000-INITIALIZE.
008810     IF VR-PARM-LEN >= 8
008820        AND VR-PARM-TEXT (1:8) NUMERIC
008830         MOVE VR-PARM-TEXT (1:8) TO VR-RUN-DATE-PARM
008840     ELSE
008850         DISPLAY 'VR620 - RUN-DATE PARM MISSING OR NOT'
008860                 ' NUMERIC'
008870         MOVE 8 TO RETURN-CODE
008880         STOP RUN
008890     END-IF.
008891     PERFORM 1100-CHECK-REGISTER
008892         THRU 1100-CHECK-REGISTER-EXIT.
008900     OPEN INPUT  VR-NEW-FILE
009000          INPUT  VR-OLD-FILE
009100          OUTPUT VR-DELTA-FILE.
009110     OPEN INPUT VR-MASTER-FILE.
009120     IF VR-MASTER-STATUS NOT = '00'
009130         DISPLAY 'VR620 - MASTER OPEN FAILED - STATUS '
009140                 VR-MASTER-STATUS
009150         MOVE 8 TO RETURN-CODE
009160         STOP RUN
009170     END-IF.
009180     PERFORM 1300-LOAD-SEALS
009190         THRU 1300-LOAD-SEALS-EXIT.
009200     PERFORM 2100-READ-NEW
009300         THRU 2100-READ-NEW-EXIT.
009400     PERFORM 2200-READ-OLD
009500         THRU 2200-READ-OLD-EXIT.
009600 1000-INITIALIZE-EXIT.
009700     EXIT.
009710*
009711******************************************************************
009712* 1100-CHECK-REGISTER REFUSES A CURRENT GENERATION WHOSE RUN-    *
009713* DATE THE PROCESSED-EXTRACT REGISTER SAYS HAS ALREADY BEEN      *
009714* SENT - A RESUBMITTED VR620J, OR A SECOND GENERATION CREATED    *
009715* FOR THE SAME NIGHT, WOULD OTHERWISE SEND EVERY PARTNER A       *
009716* BOGUS DELTA.  THE LATEST RUN-DATE SENT IS KEPT AS THE PRIOR    *
009717* HALF OF TONIGHT'S GENERATION PAIR.  A VR620 OVERRIDE CARD FOR  *
009718* THE RUN-DATE LETS IT THROUGH AND IS LOGGED ON THE REGISTER.    *
009719******************************************************************
009720 1100-CHECK-REGISTER.
009721     ACCEPT VR-TODAY FROM DATE YYYYMMDD.
009722     OPEN INPUT VR-REGISTER-FILE.
009723     PERFORM 1110-READ-REGISTER
009724         THRU 1110-READ-REGISTER-EXIT.
009725     PERFORM 1120-CHECK-REGISTER-ENTRY
009726         THRU 1120-CHECK-REGISTER-ENTRY-EXIT
009727         UNTIL VR-REGISTER-EOF.
009728     CLOSE VR-REGISTER-FILE.
009729     IF NOT VR-ALREADY-SENT
009730         GO TO 1100-CHECK-REGISTER-EXIT
009731     END-IF.
009732     OPEN INPUT VR-OVERRIDE-FILE.
009733     PERFORM 1210-READ-OVERRIDE
009734         THRU 1210-READ-OVERRIDE-EXIT.
009735     PERFORM 1220-CHECK-OVERRIDE
009736         THRU 1220-CHECK-OVERRIDE-EXIT
009737         UNTIL VR-OVERRIDE-EOF
009738            OR VR-OVERRIDE-TAKEN.
009739     CLOSE VR-OVERRIDE-FILE.
009740     IF NOT VR-OVERRIDE-TAKEN
009741         DISPLAY 'VR620 - GENERATION FOR RUN-DATE '
009742                 VR-RUN-DATE-PARM ' ALREADY SENT ON '
009743                 VR-SENT-ON-DATE ' - RUN REFUSED'
009744         MOVE 8 TO RETURN-CODE
009745         STOP RUN
009746     END-IF.
009747     DISPLAY 'VR620 - REGISTER OVERRIDE BY ' VR-OVERRIDE-OPERATOR
009748             ' FOR RUN-DATE ' VR-RUN-DATE-PARM
009749             ' - ' VR-OVERRIDE-REASON.
009750     MOVE 'O' TO VR-REGISTER-ENTRY-TYPE.
009751     PERFORM 9300-WRITE-REGISTER
009752         THRU 9300-WRITE-REGISTER-EXIT.
009753 1100-CHECK-REGISTER-EXIT.
009754     EXIT.
009755*
009756 1110-READ-REGISTER.
009757     READ VR-REGISTER-FILE
009758         AT END
009759             MOVE 'Y' TO VR-REGISTER-EOF-SW
009760     END-READ.
009761 1110-READ-REGISTER-EXIT.
009762     EXIT.
009763*
009764 1120-CHECK-REGISTER-ENTRY.
009765     IF VRPR-DELTA-ENTRY
009766         IF VRPR-CREATE-DATE = VR-RUN-DATE-PARM
009767             MOVE 'Y' TO VR-ALREADY-SENT-SW
009768             MOVE VRPR-PROCESS-DATE TO VR-SENT-ON-DATE
009769         ELSE
009770             IF VRPR-CREATE-DATE < VR-RUN-DATE-PARM
009771                AND VRPR-CREATE-DATE > VR-PRIOR-SENT-DATE
009772                 MOVE VRPR-CREATE-DATE TO VR-PRIOR-SENT-DATE
009773             END-IF
009774         END-IF
009775     END-IF.
009776     PERFORM 1110-READ-REGISTER
009777         THRU 1110-READ-REGISTER-EXIT.
009778 1120-CHECK-REGISTER-ENTRY-EXIT.
009779     EXIT.
009780*
009781 1210-READ-OVERRIDE.
009782     READ VR-OVERRIDE-FILE
009783         AT END
009784             MOVE 'Y' TO VR-OVERRIDE-EOF-SW
009785     END-READ.
009786 1210-READ-OVERRIDE-EXIT.
009787     EXIT.
009788*
009789 1220-CHECK-OVERRIDE.
009790     IF VRPO-PROGRAM-ID = 'VR620'
009791        AND VRPO-CREATE-DATE = VR-PARM-TEXT (1:8)
009792         IF VRPO-OPERATOR-ID = SPACES
009793            OR VRPO-REASON = SPACES
009794             DISPLAY 'VR620 - OVERRIDE CARD IGNORED - OPERATOR '
009795                     'ID AND REASON ARE REQUIRED'
009796         ELSE
009797             MOVE 'Y' TO VR-OVERRIDE-SW
009798             MOVE VRPO-OPERATOR-ID TO VR-OVERRIDE-OPERATOR
009799             MOVE VRPO-REASON      TO VR-OVERRIDE-REASON
009800         END-IF
009801     END-IF.
009802     PERFORM 1210-READ-OVERRIDE
009803         THRU 1210-READ-OVERRIDE-EXIT.
009804 1220-CHECK-OVERRIDE-EXIT.
009805     EXIT.
009806*
009807******************************************************************
009808* 1300-LOAD-SEALS READS THE SEAL AUDIT LOG FRONT TO BACK AND     *
009809* TABLES THE LAST APPLIED ENTRY FOR EACH KEY, AS VR660 DOES.     *
009810******************************************************************
009811 1300-LOAD-SEALS.
009812     OPEN INPUT VR-SEAL-LOG-FILE.
009813     PERFORM 1310-READ-SEAL-LOG
009814         THRU 1310-READ-SEAL-LOG-EXIT.
009815     PERFORM 1320-TABLE-SEAL
009816         THRU 1320-TABLE-SEAL-EXIT
009817         UNTIL VR-SEAL-LOG-EOF.
009818     CLOSE VR-SEAL-LOG-FILE.
009819 1300-LOAD-SEALS-EXIT.
009820     EXIT.
009821*
009822 1310-READ-SEAL-LOG.
009823     READ VR-SEAL-LOG-FILE
009824         AT END
009825             MOVE 'Y' TO VR-SEAL-LOG-EOF-SW
009826     END-READ.
009827 1310-READ-SEAL-LOG-EXIT.
009828     EXIT.
009829*
009830 1320-TABLE-SEAL.
009831     ADD 1 TO VR-SEAL-LOG-COUNT.
009832     IF NOT VRSL-APPLIED
009833         GO TO 1320-TABLE-SEAL-WRAP-UP
009834     END-IF.
009835     MOVE VRSL-KEY TO VR-CHECK-KEY.
009836     PERFORM 2420-FIND-SEAL
009837         THRU 2420-FIND-SEAL-EXIT.
009838     IF VR-SK-HIT = ZERO
009839         IF VR-SK-USED >= VR-SK-MAX
009840             DISPLAY 'VR620 - SEAL TABLE FULL AT KEY ' VRSL-KEY
009841                     ' - RUN ENDED'
009842             MOVE 8 TO RETURN-CODE
009843             STOP RUN
009844         END-IF
009845         ADD 1 TO VR-SK-USED
009846         MOVE VR-SK-USED TO VR-SK-HIT
009847         MOVE VRSL-KEY TO VR-SK-KEY (VR-SK-HIT)
009848     END-IF.
009849     MOVE VRSL-NEW-FLAG TO VR-SK-FLAG (VR-SK-HIT).
009850     MOVE VRSL-RUN-DATE TO VR-SK-DATE (VR-SK-HIT).
009851 1320-TABLE-SEAL-WRAP-UP.
009852     PERFORM 1310-READ-SEAL-LOG
009853         THRU 1310-READ-SEAL-LOG-EXIT.
009854 1320-TABLE-SEAL-EXIT.
009855     EXIT.
009856*
009900 2000-MATCH-GENERATIONS.
010000     EVALUATE TRUE
010100         WHEN VR-NEW-KEY < VR-OLD-KEY
010110             MOVE VR-NEW-KEY TO VR-CHECK-KEY
010120             PERFORM 2400-CHECK-RESTRICTION
010130                 THRU 2400-CHECK-RESTRICTION-EXIT
010140             IF VR-KEY-SEALED
010150                 ADD 1 TO VR-WITHHELD-COUNT
010160             ELSE
010200                 PERFORM 2310-WRITE-ADD
010300                     THRU 2310-WRITE-ADD-EXIT
010310             END-IF
010400             PERFORM 2100-READ-NEW
010500                 THRU 2100-READ-NEW-EXIT
010600         WHEN VR-OLD-KEY < VR-NEW-KEY
010610             MOVE VR-OLD-KEY TO VR-CHECK-KEY
010620             PERFORM 2400-CHECK-RESTRICTION
010630                 THRU 2400-CHECK-RESTRICTION-EXIT
010640             IF VR-KEY-WITHHELD
010650                OR VR-KEY-NEWLY-UNSEALED
010660                 ADD 1 TO VR-WITHHELD-COUNT
010670             ELSE
010700                 PERFORM 2320-WRITE-DROP
010800                     THRU 2320-WRITE-DROP-EXIT
010810             END-IF
010900             PERFORM 2200-READ-OLD
011000                 THRU 2200-READ-OLD-EXIT
011100         WHEN OTHER
011110             MOVE VR-NEW-KEY TO VR-CHECK-KEY
011120             PERFORM 2400-CHECK-RESTRICTION
011130                 THRU 2400-CHECK-RESTRICTION-EXIT
011200             PERFORM 2360-MATCH-PAIR
011300                 THRU 2360-MATCH-PAIR-EXIT
011400             PERFORM 2100-READ-NEW
011500                 THRU 2100-READ-NEW-EXIT
011600             PERFORM 2200-READ-OLD
026100     ADD 1 TO VR-CHANGE-COUNT.
026200 2350-WRITE-CHANGE-EXIT.
026300     EXIT.
026310*
026315******************************************************************
026320* 2360-MATCH-PAIR DECIDES WHAT A KEY ON BOTH GENERATIONS SENDS   *
026325* WHEN A COURT-ORDER SEAL IS INVOLVED.  A KEY SEALED SINCE THE   *
026330* LAST DELTA SENT IS DROPPED FROM THE PARTNERS' COPIES, A KEY    *
026335* SEALED BEFORE THAT IS ALREADY GONE FROM THEM AND SENDS         *
026340* NOTHING, AND A KEY UNSEALED SINCE THE LAST DELTA IS SENT AS AN *
026345* ADD SINCE THE PARTNERS NO LONGER HOLD IT.  AN OPEN KEY IS      *
026350* COMPARED GROUP BY GROUP AS BEFORE.                             *
026355******************************************************************
026360 2360-MATCH-PAIR.
026362     EVALUATE TRUE
026364         WHEN VR-KEY-WITHHELD
026366             ADD 1 TO VR-WITHHELD-COUNT
026368         WHEN VR-KEY-NEWLY-SEALED
026370             PERFORM 2320-WRITE-DROP
026372                 THRU 2320-WRITE-DROP-EXIT
026374             ADD 1 TO VR-SEALED-DROP-COUNT
026376         WHEN VR-KEY-NEWLY-UNSEALED
026378             PERFORM 2310-WRITE-ADD
026380                 THRU 2310-WRITE-ADD-EXIT
026382             ADD 1 TO VR-UNSEALED-ADD-COUNT
026384         WHEN OTHER
026386             PERFORM 2330-COMPARE-PAIR
026388                 THRU 2330-COMPARE-PAIR-EXIT
026390     END-EVALUATE.
026392 2360-MATCH-PAIR-EXIT.
026394     EXIT.
026396*
026398******************************************************************
026399* 2400-CHECK-RESTRICTION READS THE MASTER FOR VR-CHECK-KEY AND   *
026400* CLASSES THE KEY BY ITS COURT-ORDER SEAL.  VR605 STAMPS THE     *
026401* RESTRICT-DATE WITH ITS RUN-DATE WHENEVER THE FLAG CHANGES, SO  *
026402* A DATE LATER THAN THE LAST DELTA SENT MEANS THE PARTNERS HAVE  *
026403* NOT YET HEARD OF THE CHANGE.  A KEY NOT ON THE MASTER IS       *
026404* CLASSED FROM THE SEAL AUDIT LOG INSTEAD - A SEALED RECORD      *
026405* MOVED BY A FIELD-1 REKEY LEAVES ITS OLD KEY THERE - AND IS     *
026406* OPEN UNLESS THE LOG LEAVES IT SEALED.                          *
026407******************************************************************
026408 2400-CHECK-RESTRICTION.
026409     MOVE 'O' TO VR-RESTRICT-STATE.
026410     MOVE VR-CHECK-KEY TO VRM-KEY.
026411     READ VR-MASTER-FILE
026412         INVALID KEY
026413             PERFORM 2410-CHECK-SEAL-LOG
026414                 THRU 2410-CHECK-SEAL-LOG-EXIT
026415             GO TO 2400-CHECK-RESTRICTION-EXIT
026416     END-READ.
026417     IF VRM-SEALED
026418         IF VRM-RESTRICT-DATE > VR-PRIOR-SENT-DATE
026419             MOVE 'S' TO VR-RESTRICT-STATE
026420         ELSE
026421             MOVE 'W' TO VR-RESTRICT-STATE
026422         END-IF
026423         GO TO 2400-CHECK-RESTRICTION-EXIT
026424     END-IF.
026425     IF VRM-RESTRICT-DATE NUMERIC
026426         IF VRM-RESTRICT-DATE > VR-PRIOR-SENT-DATE
026427            AND VRM-RESTRICT-DATE NOT > VR-RUN-DATE-PARM
026428             MOVE 'U' TO VR-RESTRICT-STATE
026429         END-IF
026430     END-IF.
026431 2400-CHECK-RESTRICTION-EXIT.
026432     EXIT.
026433*
026434******************************************************************
026435* 2410-CHECK-SEAL-LOG CLASSES A KEY NOT ON THE MASTER BY THE     *
026436* LAST APPLIED SEAL OR UNSEAL THE LOG HOLDS FOR IT, DATED BY     *
026437* THE RUN-DATE IT WAS APPLIED ON, THE SAME WAY 2400 USES THE     *
026438* MASTER.  A KEY THE LOG NEVER NAMED STAYS OPEN.                 *
026439******************************************************************
026440 2410-CHECK-SEAL-LOG.
026441     PERFORM 2420-FIND-SEAL
026442         THRU 2420-FIND-SEAL-EXIT.
026443     IF VR-SK-HIT = ZERO
026444         GO TO 2410-CHECK-SEAL-LOG-EXIT
026445     END-IF.
026446     IF VR-SK-FLAG (VR-SK-HIT) = 'S'
026447         IF VR-SK-DATE (VR-SK-HIT) > VR-PRIOR-SENT-DATE
026448             MOVE 'S' TO VR-RESTRICT-STATE
026449         ELSE
026450             MOVE 'W' TO VR-RESTRICT-STATE
026451         END-IF
026452         GO TO 2410-CHECK-SEAL-LOG-EXIT
026453     END-IF.
026454     IF VR-SK-DATE (VR-SK-HIT) > VR-PRIOR-SENT-DATE
026455        AND VR-SK-DATE (VR-SK-HIT) NOT > VR-RUN-DATE-PARM
026456         MOVE 'U' TO VR-RESTRICT-STATE
026457     END-IF.
026458 2410-CHECK-SEAL-LOG-EXIT.
026459     EXIT.
026460*
026461 2420-FIND-SEAL.
026462     MOVE ZERO TO VR-SK-HIT.
026463     PERFORM 2430-CHECK-SEAL-ENTRY
026464         THRU 2430-CHECK-SEAL-ENTRY-EXIT
026465         VARYING VR-SK-IDX FROM 1 BY 1
026466         UNTIL VR-SK-IDX > VR-SK-USED
026467            OR VR-SK-HIT NOT = ZERO.
026468 2420-FIND-SEAL-EXIT.
026469     EXIT.
026470*
026471 2430-CHECK-SEAL-ENTRY.
026472     IF VR-SK-KEY (VR-SK-IDX) = VR-CHECK-KEY
026473         MOVE VR-SK-IDX TO VR-SK-HIT
026474     END-IF.
026475 2430-CHECK-SEAL-ENTRY-EXIT.
026476     EXIT.
026477*
026500 9000-TERMINATE.
026600     CLOSE VR-NEW-FILE
026700           VR-OLD-FILE
026800           VR-DELTA-FILE
026810           VR-MASTER-FILE.
026900     DISPLAY 'VR620 - DELTA EXTRACT COMPLETE'.
027000     DISPLAY 'VR620 - CURRENT GEN READ  : ' VR-NEW-COUNT.
027100     DISPLAY 'VR620 - PRIOR GEN READ    : ' VR-OLD-COUNT.
027300     DISPLAY 'VR620 - CHANGES           : ' VR-CHANGE-COUNT.
027400     DISPLAY 'VR620 - DROPS             : ' VR-DROP-COUNT.
027500     DISPLAY 'VR620 - UNCHANGED         : ' VR-UNCHANGED-COUNT.
027502     DISPLAY 'VR620 - SEALED WITHHELD   : ' VR-WITHHELD-COUNT.
027504     DISPLAY 'VR620 - SEALED DROPS SENT : ' VR-SEALED-DROP-COUNT.
027506     DISPLAY 'VR620 - UNSEALED ADDS SENT: ' VR-UNSEALED-ADD-COUNT.
027508     DISPLAY 'VR620 - SEAL LOG READ     : ' VR-SEAL-LOG-COUNT.
027510     PERFORM 9100-WRITE-RUN-STATS
027520         THRU 9100-WRITE-RUN-STATS-EXIT.
027530     IF VR-SEQ-ERROR
027540         DISPLAY 'VR620 - RUN ENDED ON SEQUENCE ERROR - '
027550                 'RETURN CODE 16'
027560         MOVE 16 TO RETURN-CODE
027562     ELSE
027564         MOVE 'D' TO VR-REGISTER-ENTRY-TYPE
027566         PERFORM 9300-WRITE-REGISTER
027568             THRU 9300-WRITE-REGISTER-EXIT
027570     END-IF.
027600 9000-TERMINATE-EXIT.
027700     EXIT.
027895     CLOSE VR-STATS-FILE.
027900 9100-WRITE-RUN-STATS-EXIT.
027905     EXIT.
027910*
027920******************************************************************
027930* 9300-WRITE-REGISTER APPENDS ONE ENTRY TO THE PROCESSED-EXTRACT *
027940* REGISTER - THE OVERRIDE LOG ENTRY ('O') AT START OF JOB OR THE *
027950* GENERATION PAIR SENT ('D') AT END OF JOB.  A RUN ENDED ON A    *
027960* SEQUENCE ERROR SENT NOTHING USABLE AND IS NOT REGISTERED.      *
027970******************************************************************
027980 9300-WRITE-REGISTER.
027990     OPEN EXTEND VR-REGISTER-FILE.
028000     MOVE SPACES               TO VR-REGISTER-RECORD.
028010     MOVE VR-REGISTER-ENTRY-TYPE TO VRPR-ENTRY-TYPE.
028020     MOVE VR-RUN-DATE-PARM     TO VRPR-CREATE-DATE.
028030     MOVE VR-NEW-COUNT         TO VRPR-TRAILER-COUNT.
028040     MOVE VR-PRIOR-SENT-DATE   TO VRPR-PRIOR-DATE.
028050     MOVE 'VR620'              TO VRPR-PROGRAM-ID.
028060     MOVE VR-TODAY             TO VRPR-PROCESS-DATE.
028070     IF VR-OVERRIDE-TAKEN
028080         MOVE 'Y'                  TO VRPR-OVERRIDE-SW
028090         MOVE VR-OVERRIDE-OPERATOR TO VRPR-OPERATOR-ID
028100         MOVE VR-OVERRIDE-REASON   TO VRPR-REASON
028110     ELSE
028120         MOVE 'N'                  TO VRPR-OVERRIDE-SW
028130     END-IF.
028140     WRITE VR-REGISTER-RECORD.
028150     CLOSE VR-REGISTER-FILE.
028160 9300-WRITE-REGISTER-EXIT.
028170     EXIT.
