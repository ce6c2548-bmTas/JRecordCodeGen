      *****************************************************************
      *                                                               *
      *   VR720    -  OFFICE DATA-QUALITY SCORECARD                   *
      *                                                               *
      *   SCORES EACH REGISTRATION OFFICE ON THE QUALITY OF THE      *
      *   RECORDS IT SENT IN THE REPORTING PERIOD ON THE PARM        *
      *   (PARM=YYYYMMDDYYYYMMDD - FROM DATE THEN TO DATE, BOTH      *
      *   INCLUSIVE).  RECORDS SUBMITTED ARE THE INPUT COUNTS OF THE *
      *   PER-OFFICE VR100 RECORDS ON THE RUN-STATISTICS HISTORY     *
      *   (VRSTA01) DATED IN THE PERIOD.  ERRORS ARE THE VRQUAL      *
      *   EVENTS ON THE DATA-QUALITY EVENT LOG (VRQLG01) DATED IN    *
      *   THE PERIOD - SUSPENDED (WITH THE D1-D7 BREAKDOWN),         *
      *   REJECTED, CITY NOT RECOGNIZED, CODE NOT ON VRCODE AND      *
      *   PLURAL-BIRTH CONFLICT - AND THE SUSPENSE OUTCOMES          *
      *   CORRECTED, FAILED AGAIN AND AGED OUT.  OFFICE NAMES ARE    *
      *   TAKEN FROM THE VROPRC PRECEDENCE CARDS (VRPRC01).          *
      *                                                               *
      *   EACH ERROR CATEGORY AND THE TOTAL ARE RATED PER 1,000      *
      *   RECORDS SUBMITTED, AND THE OFFICES ARE RANKED ON THE TOTAL *
      *   RATE, 1 BEING THE FEWEST ERRORS - OFFICES WITH EQUAL RATES *
      *   SHARE A RANK, AND AN OFFICE THAT SUBMITTED NOTHING IN THE  *
      *   PERIOD IS NOT RANKED.  AGED-OUT ITEMS WERE ALREADY COUNTED *
      *   WHEN THEY WERE SUSPENDED, SO THEY ARE SHOWN AS AN OUTCOME  *
      *   AND NOT ADDED TO THE TOTAL.  EVENTS LOGGED WITH NO OFFICE  *
      *   ARE SHOWN AS UNATTRIBUTED.                                 *
      *                                                               *
      *   THE SCORECARD (VRSCR01) HAS ONE SUMMARY LINE AND ONE       *
      *   SUSPENSE LINE PER OFFICE.  THE LETTER FILE (VRLTR01) HAS A *
      *   ONE-PAGE LETTER PER OFFICE GIVING THE SAME FIGURES AND ITS *
      *   RANK, FOR MAILING TO THE OFFICE.                           *
      *                                                               *
      *   MODIFICATION HISTORY                                       *
      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   15/10/26   RLB   ORIGINAL PROGRAM.                          *
      *                                                               *
      *****************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     VR720.
000300 AUTHOR.         R L BENNETT.
000400 INSTALLATION.   VITAL RECORDS SYSTEMS.
000500 DATE-WRITTEN.   15/10/26.
000600 DATE-COMPILED.
000700*
000800 ENVIRONMENT DIVISION.
000900 CONFIGURATION SECTION.
001000 SOURCE-COMPUTER.  IBM-370.
001100 OBJECT-COMPUTER.  IBM-370.
001200 SPECIAL-NAMES.
001300     C01 IS TO-NEW-PAGE.
001400*
001500 INPUT-OUTPUT SECTION.
001600 FILE-CONTROL.
001700     SELECT VR-STATS-FILE     ASSIGN TO VRSTA01
001800                              ORGANIZATION IS SEQUENTIAL.
001900     SELECT VR-QUALITY-FILE   ASSIGN TO VRQLG01
002000                              ORGANIZATION IS SEQUENTIAL.
002100     SELECT VR-PRECEDENCE-FILE ASSIGN TO VRPRC01
002200                              ORGANIZATION IS SEQUENTIAL.
002300     SELECT VR-SCORECARD-RPT  ASSIGN TO VRSCR01
002400                              ORGANIZATION IS SEQUENTIAL.
002500     SELECT VR-LETTER-FILE    ASSIGN TO VRLTR01
002600                              ORGANIZATION IS SEQUENTIAL.
002700*
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD  VR-STATS-FILE
003100     RECORDING MODE IS F
003200     LABEL RECORDS ARE STANDARD.
003300     COPY VRSTAT.
003400*
003500 FD  VR-QUALITY-FILE
003600     RECORDING MODE IS F
003700     LABEL RECORDS ARE STANDARD.
003800     COPY VRQUAL.
003900*
004000 FD  VR-PRECEDENCE-FILE
004100     RECORDING MODE IS F
004200     LABEL RECORDS ARE STANDARD.
004300     COPY VROPRC.
004400*
004500 FD  VR-SCORECARD-RPT
004600     RECORDING MODE IS F
004700     LABEL RECORDS ARE STANDARD.
004800 01  VR-SCORECARD-LINE         PIC X(132).
004900*
005000 FD  VR-LETTER-FILE
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300 01  VR-LETTER-LINE            PIC X(132).
005400*
005500 WORKING-STORAGE SECTION.
005600 01  VR-SWITCHES.
005700     05  VR-STATS-EOF-SW       PIC X(01)  VALUE 'N'.
005800         88  VR-STATS-EOF                 VALUE 'Y'.
005900     05  VR-QUALITY-EOF-SW     PIC X(01)  VALUE 'N'.
006000         88  VR-QUALITY-EOF               VALUE 'Y'.
006100     05  VR-PRECEDENCE-EOF-SW  PIC X(01)  VALUE 'N'.
006200         88  VR-PRECEDENCE-EOF            VALUE 'Y'.
006300     05  VR-OFFICE-FOUND-SW    PIC X(01)  VALUE 'N'.
006400         88  VR-OFFICE-FOUND              VALUE 'Y'.
006500     05  VR-OFFICE-OVERFLOW-SW PIC X(01)  VALUE 'N'.
006600         88  VR-OFFICE-OVERFLOW           VALUE 'Y'.
006700*
006800 01  VR-COUNTERS.
006900     05  VR-STAT-READ-COUNT    PIC 9(09)  COMP VALUE ZERO.
007000     05  VR-STAT-USED-COUNT    PIC 9(09)  COMP VALUE ZERO.
007100     05  VR-EVENT-READ-COUNT   PIC 9(09)  COMP VALUE ZERO.
007200     05  VR-EVENT-USED-COUNT   PIC 9(09)  COMP VALUE ZERO.
007300     05  VR-UNATTRIB-COUNT     PIC 9(09)  COMP VALUE ZERO.
007400     05  VR-UNKNOWN-CAT-COUNT  PIC 9(09)  COMP VALUE ZERO.
007500     05  VR-DROPPED-COUNT      PIC 9(09)  COMP VALUE ZERO.
007600     05  VR-RANKED-COUNT       PIC 9(09)  COMP VALUE ZERO.
007700     05  VR-LETTER-COUNT       PIC 9(09)  COMP VALUE ZERO.
007800*
007900 01  VR-INDEXES.
008000     05  VR-OT-IDX             PIC 9(04)  COMP VALUE ZERO.
008100     05  VR-OT-SLOT            PIC 9(04)  COMP VALUE ZERO.
008200     05  VR-RK-IDX             PIC 9(04)  COMP VALUE ZERO.
008300     05  VR-CAT                PIC 9(04)  COMP VALUE ZERO.
008400     05  VR-RS-IDX             PIC 9(04)  COMP VALUE ZERO.
008500*
008600 01  VR-RUN-DATE               PIC 9(08)  VALUE ZERO.
008700*
008800******************************************************************
008900* THE REPORTING PERIOD FROM THE PARM.                            *
009000******************************************************************
009100 01  VR-PERIOD.
009200     05  VR-PERIOD-FROM        PIC 9(08)  VALUE ZERO.
009300     05  VR-PERIOD-FROM-R REDEFINES VR-PERIOD-FROM.
009400         10  VR-FROM-YEAR      PIC 9(04).
009500         10  VR-FROM-MONTH     PIC 9(02).
009600         10  VR-FROM-DD        PIC 9(02).
009700     05  VR-PERIOD-TO          PIC 9(08)  VALUE ZERO.
009800     05  VR-PERIOD-TO-R REDEFINES VR-PERIOD-TO.
009900         10  VR-TO-YEAR        PIC 9(04).
010000         10  VR-TO-MONTH       PIC 9(02).
010100         10  VR-TO-DD          PIC 9(02).
010200*
010300 01  VR-OFFICE-ID              PIC X(04)  VALUE SPACES.
010400*
010500 01  VR-REASON-CODE            PIC X(02)  VALUE SPACES.
010600 01  VR-REASON-CODE-R REDEFINES VR-REASON-CODE.
010700     05  VR-REASON-LETTER      PIC X(01).
010800     05  VR-REASON-DIGIT       PIC 9(01).
010900*
011000******************************************************************
011100* EVERY OFFICE CARRIES THE SAME TEN COUNTS - 1 RECORDS           *
011200* SUBMITTED, 2 SUSPENDED, 3 REJECTED, 4 CITY NOT RECOGNIZED,     *
011300* 5 CODE NOT ON VRCODE, 6 PLURAL-BIRTH CONFLICT, 7 SUSPENSE      *
011400* CORRECTED, 8 SUSPENSE FAILED AGAIN, 9 SUSPENSE AGED OUT AND    *
011500* 10 TOTAL ERRORS (2 TO 6) - AND THE SUSPENDED COUNT BROKEN DOWN *
011600* BY REASON D1 TO D7.  THE TABLE IS KEPT IN OFFICE ORDER.  THE   *
011700* RATE IS TOTAL ERRORS PER 1,000 SUBMITTED AND THE RANK IS ZERO  *
011800* FOR AN OFFICE THAT SUBMITTED NOTHING.                          *
011900******************************************************************
012000 01  VR-OFFICE-TABLE.
012100     05  VR-OT-USED            PIC 9(04)  COMP VALUE ZERO.
012200     05  VR-OT-MAX             PIC 9(04)  COMP VALUE 50.
012300     05  VR-OT-ENTRY OCCURS 50 TIMES.
012400         10  VR-OT-OFFICE      PIC X(04).
012500         10  VR-OT-NAME        PIC X(30).
012600         10  VR-OT-RATE        PIC 9(04)V9(01).
012700         10  VR-OT-RANK        PIC 9(04)  COMP.
012800         10  VR-OT-COUNTS.
012900             15  VR-OT-COUNT   PIC 9(09)  COMP OCCURS 10 TIMES.
013000         10  VR-OT-REASONS.
013100             15  VR-OT-REASON  PIC 9(09)  COMP OCCURS 7 TIMES.
013200*
013300 01  VR-UNATTRIBUTED.
013400     05  VR-UA-COUNTS.
013500         10  VR-UA-COUNT       PIC 9(09)  COMP OCCURS 10 TIMES.
013600     05  VR-UA-REASONS.
013700         10  VR-UA-REASON      PIC 9(09)  COMP OCCURS 7 TIMES.
013800*
013900 01  VR-ALL-OFFICES.
014000     05  VR-AL-COUNTS.
014100         10  VR-AL-COUNT       PIC 9(09)  COMP OCCURS 10 TIMES.
014200     05  VR-AL-REASONS.
014300         10  VR-AL-REASON      PIC 9(09)  COMP OCCURS 7 TIMES.
014400*
014500 01  VR-ROW-WORK.
014600     05  VR-RW-OFFICE          PIC X(04)  VALUE SPACES.
014700     05  VR-RW-NAME            PIC X(30)  VALUE SPACES.
014800     05  VR-RW-RATE            PIC 9(04)V9(01) VALUE ZERO.
014900     05  VR-RW-RANK            PIC 9(04)  COMP VALUE ZERO.
015000     05  VR-RW-COUNTS.
015100         10  VR-RW-COUNT       PIC 9(09)  COMP OCCURS 10 TIMES.
015200     05  VR-RW-REASONS.
015300         10  VR-RW-REASON      PIC 9(09)  COMP OCCURS 7 TIMES.
015400*
015500 01  VR-RATE-WORK.
015600     05  VR-RATE-COUNT         PIC 9(09)  COMP VALUE ZERO.
015700     05  VR-RATE-BASE          PIC 9(09)  COMP VALUE ZERO.
015800     05  VR-RATE               PIC 9(04)V9(01) VALUE ZERO.
015900*
016000 01  VR-TITLE-LINE.
016100     05  FILLER                PIC X(45)  VALUE
016200         'VR720 - OFFICE DATA-QUALITY SCORECARD - FROM '.
016300     05  VR-TL-FROM            PIC 9(08).
016400     05  FILLER                PIC X(04)  VALUE ' TO '.
016500     05  VR-TL-TO              PIC 9(08).
016600     05  FILLER                PIC X(11)  VALUE '   PRINTED '.
016700     05  VR-TL-RUN-DATE        PIC 9(08).
016800*
016900 01  VR-SUMMARY-HEADING-1.
017000     05  FILLER                PIC X(28)  VALUE
017100         '  OFFICE  NAME'.
017200     05  FILLER                PIC X(40)  VALUE
017300         ' SUBMITTED SUSPENDED  REJECTED      CITY'.
017400     05  FILLER                PIC X(45)  VALUE
017500         '      CODE    PLURAL     TOTAL     RATE  RANK'.
017600*
017700 01  VR-SUMMARY-HEADING-2.
017800     05  FILLER                PIC X(28)  VALUE SPACES.
017900     05  FILLER                PIC X(40)  VALUE
018000         '   RECORDS                     UNRECOGND'.
018100     05  FILLER                PIC X(45)  VALUE
018200         ' NOT ON TB CONFLICTS    ERRORS PER 1000'.
018300*
018400 01  VR-SUMMARY-DETAIL.
018500     05  FILLER                PIC X(02).
018600     05  VR-SR-OFFICE          PIC X(04).
018700     05  FILLER                PIC X(02).
018800     05  VR-SR-NAME            PIC X(20).
018900     05  VR-SR-COLUMN OCCURS 7 TIMES.
019000         10  FILLER            PIC X(03).
019100         10  VR-SR-COUNT       PIC ZZZ,ZZ9.
019200     05  FILLER                PIC X(03).
019300     05  VR-SR-RATE            PIC ZZZ9.9.
019400     05  VR-SR-RATE-X REDEFINES VR-SR-RATE
019500                               PIC X(06).
019600     05  FILLER                PIC X(03).
019700     05  VR-SR-RANK            PIC ZZ9.
019800     05  VR-SR-RANK-X REDEFINES VR-SR-RANK
019900                               PIC X(03).
020000*
020100 01  VR-SUSPENSE-HEADING-1.
020200     05  FILLER                PIC X(28)  VALUE
020300         '  OFFICE  NAME'.
020400     05  FILLER                PIC X(36)  VALUE
020500         '       D1       D2       D3       D4'.
020600     05  FILLER                PIC X(27)  VALUE
020700         '       D5       D6       D7'.
020800     05  FILLER                PIC X(30)  VALUE
020900         ' CORRECTED    FAILED  AGED OUT'.
021000*
021100 01  VR-SUSPENSE-HEADING-2.
021200     05  FILLER                PIC X(91)  VALUE SPACES.
021300     05  FILLER                PIC X(30)  VALUE
021400         '               AGAIN'.
021500*
021600 01  VR-SUSPENSE-DETAIL.
021700     05  FILLER                PIC X(02).
021800     05  VR-SS-OFFICE          PIC X(04).
021900     05  FILLER                PIC X(02).
022000     05  VR-SS-NAME            PIC X(20).
022100     05  VR-SS-REASON-COLUMN OCCURS 7 TIMES.
022200         10  FILLER            PIC X(02).
022300         10  VR-SS-REASON      PIC ZZZ,ZZ9.
022400     05  VR-SS-OUTCOME-COLUMN OCCURS 3 TIMES.
022500         10  FILLER            PIC X(03).
022600         10  VR-SS-OUTCOME     PIC ZZZ,ZZ9.
022700*
022800 01  VR-RANKED-LINE.
022900     05  FILLER                PIC X(02)  VALUE SPACES.
023000     05  VR-RL-RANKED          PIC ZZ9.
023100     05  FILLER                PIC X(38)  VALUE
023200         ' OFFICES RANKED - RANK 1 IS THE FEWEST'.
023300     05  FILLER                PIC X(36)  VALUE
023400         ' ERRORS PER 1,000 RECORDS SUBMITTED.'.
023500     05  FILLER                PIC X(37)  VALUE
023600         '  AN OFFICE THAT SUBMITTED NOTHING IS'.
023700     05  FILLER                PIC X(12)  VALUE
023800         ' NOT RANKED.'.
023900*
024000 01  VR-LETTER-TO-LINE.
024100     05  FILLER                PIC X(16)  VALUE
024200         'TO:      OFFICE '.
024300     05  VR-LT-OFFICE          PIC X(04).
024400     05  FILLER                PIC X(03)  VALUE ' - '.
024500     05  VR-LT-NAME            PIC X(30).
024600*
024700 01  VR-LETTER-PERIOD-LINE.
024800     05  FILLER                PIC X(09)  VALUE
024900         'PERIOD:  '.
025000     05  VR-LP-FROM            PIC 9(08).
025100     05  FILLER                PIC X(04)  VALUE ' TO '.
025200     05  VR-LP-TO              PIC 9(08).
025300     05  FILLER                PIC X(14)  VALUE
025400         '      DATED:  '.
025500     05  VR-LP-RUN-DATE        PIC 9(08).
025600*
025700 01  VR-LETTER-COLUMN-LINE.
025800     05  FILLER                PIC X(42)  VALUE SPACES.
025900     05  FILLER                PIC X(28)  VALUE
026000         'COUNT    PER 1,000 SUBMITTED'.
026100*
026200 01  VR-LETTER-COUNT-LINE.
026300     05  FILLER                PIC X(04)  VALUE SPACES.
026400     05  VR-LC-LABEL           PIC X(36).
026500     05  VR-LC-COUNT           PIC ZZZ,ZZ9.
026600     05  FILLER                PIC X(10)  VALUE SPACES.
026700     05  VR-LC-RATE            PIC ZZZ9.9.
026800     05  VR-LC-RATE-X REDEFINES VR-LC-RATE
026900                               PIC X(06).
027000*
027100 01  VR-LETTER-RANK-LINE.
027200     05  FILLER                PIC X(19)  VALUE
027300         'YOUR OFFICE RANKED '.
027400     05  VR-LR-RANK            PIC ZZ9.
027500     05  FILLER                PIC X(04)  VALUE ' OF '.
027600     05  VR-LR-RANKED          PIC ZZ9.
027700     05  FILLER                PIC X(38)  VALUE
027800         ' OFFICES - RANK 1 IS THE FEWEST ERRORS'.
027900     05  FILLER                PIC X(29)  VALUE
028000         ' PER 1,000 RECORDS SUBMITTED.'.
028100*
028200 LINKAGE SECTION.
028300 01  VR-PARM-AREA.
028400     05  VR-PARM-LEN           PIC S9(04) COMP.
028500     05  VR-PARM-TEXT          PIC X(16).
028600*
028700 PROCEDURE DIVISION USING VR-PARM-AREA.
028800*
028900 0000-MAINLINE.
029000     PERFORM 1000-INITIALIZE
029100         THRU 1000-INITIALIZE-EXIT.
029200     PERFORM 2000-TALLY-SUBMITTED
029300         THRU 2000-TALLY-SUBMITTED-EXIT
029400         UNTIL VR-STATS-EOF.
029500     PERFORM 3000-TALLY-EVENT
029600         THRU 3000-TALLY-EVENT-EXIT
029700         UNTIL VR-QUALITY-EOF.
029800     PERFORM 4000-RANK-OFFICES
029900         THRU 4000-RANK-OFFICES-EXIT.
030000     PERFORM 5000-PRINT-SCORECARD
030100         THRU 5000-PRINT-SCORECARD-EXIT.
030200     PERFORM 6000-WRITE-LETTER
030300         THRU 6000-WRITE-LETTER-EXIT
030400         VARYING VR-OT-IDX FROM 1 BY 1
030500         UNTIL VR-OT-IDX > VR-OT-USED.
030600     PERFORM 9000-TERMINATE
030700         THRU 9000-TERMINATE-EXIT.
030800     STOP RUN.
030900*
031000 1000-INITIALIZE.
031100     ACCEPT VR-RUN-DATE FROM DATE YYYYMMDD.
031200     PERFORM 1100-CHECK-PERIOD-PARM
031300         THRU 1100-CHECK-PERIOD-PARM-EXIT.
031400     MOVE ZERO TO VR-UA-COUNTS
031500                  VR-UA-REASONS
031600                  VR-AL-COUNTS
031700                  VR-AL-REASONS.
031800     OPEN INPUT  VR-STATS-FILE
031900                 VR-QUALITY-FILE
032000                 VR-PRECEDENCE-FILE
032100          OUTPUT VR-SCORECARD-RPT
032200                 VR-LETTER-FILE.
032300     PERFORM 1200-LOAD-OFFICE-NAMES
032400         THRU 1200-LOAD-OFFICE-NAMES-EXIT.
032500     PERFORM 2100-READ-STATS
032600         THRU 2100-READ-STATS-EXIT.
032700     PERFORM 3100-READ-EVENT
032800         THRU 3100-READ-EVENT-EXIT.
032900 1000-INITIALIZE-EXIT.
033000     EXIT.
033100*
033200******************************************************************
033300* 1100-CHECK-PERIOD-PARM TAKES THE FROM AND TO DATES OFF THE     *
033400* PARM.  BOTH MUST BE NUMERIC WITH A MONTH OF 01-12 AND THE FROM *
033500* DATE NOT AFTER THE TO DATE.                                    *
033600******************************************************************
033700 1100-CHECK-PERIOD-PARM.
033800     IF VR-PARM-LEN >= 16
033900        AND VR-PARM-TEXT (1:16) NUMERIC
034000         MOVE VR-PARM-TEXT (1:8)  TO VR-PERIOD-FROM
034100         MOVE VR-PARM-TEXT (9:8)  TO VR-PERIOD-TO
034200     ELSE
034300         DISPLAY 'VR720 - PERIOD PARM MISSING OR NOT'
034400                 ' NUMERIC - PARM=YYYYMMDDYYYYMMDD'
034500         MOVE 8 TO RETURN-CODE
034600         STOP RUN
034700     END-IF.
034800     IF VR-FROM-MONTH < 1 OR VR-FROM-MONTH > 12
034900        OR VR-TO-MONTH < 1 OR VR-TO-MONTH > 12
035000        OR VR-PERIOD-FROM > VR-PERIOD-TO
035100         DISPLAY 'VR720 - PERIOD PARM NOT A VALID FROM/TO'
035200                 ' DATE PAIR - ' VR-PARM-TEXT (1:16)
035300         MOVE 8 TO RETURN-CODE
035400         STOP RUN
035500     END-IF.
035600 1100-CHECK-PERIOD-PARM-EXIT.
035700     EXIT.
035800*
035900******************************************************************
036000* 1200-LOAD-OFFICE-NAMES SEEDS THE OFFICE TABLE FROM THE VROPRC  *
036100* PRECEDENCE CARDS, SO EVERY OFFICE ON THE CARDS IS SCORED AND   *
036200* GETS A LETTER EVEN IN A PERIOD IT SENT NOTHING.                *
036300******************************************************************
036400 1200-LOAD-OFFICE-NAMES.
036500     PERFORM 1210-READ-PRECEDENCE
036600         THRU 1210-READ-PRECEDENCE-EXIT.
036700     PERFORM 1220-TABLE-OFFICE-NAME
036800         THRU 1220-TABLE-OFFICE-NAME-EXIT
036900         UNTIL VR-PRECEDENCE-EOF.
037000     CLOSE VR-PRECEDENCE-FILE.
037100 1200-LOAD-OFFICE-NAMES-EXIT.
037200     EXIT.
037300*
037400 1210-READ-PRECEDENCE.
037500     READ VR-PRECEDENCE-FILE
037600         AT END
037700             MOVE 'Y' TO VR-PRECEDENCE-EOF-SW
037800     END-READ.
037900 1210-READ-PRECEDENCE-EXIT.
038000     EXIT.
038100*
038200 1220-TABLE-OFFICE-NAME.
038300     IF VROP-OFFICE-ID NOT = SPACES
038400         MOVE VROP-OFFICE-ID TO VR-OFFICE-ID
038500         PERFORM 2300-FIND-OFFICE
038600             THRU 2300-FIND-OFFICE-EXIT
038700         IF VR-OT-SLOT > ZERO
038800             MOVE VROP-OFFICE-NAME TO VR-OT-NAME (VR-OT-SLOT)
038900         END-IF
039000     END-IF.
039100     PERFORM 1210-READ-PRECEDENCE
039200         THRU 1210-READ-PRECEDENCE-EXIT.
039300 1220-TABLE-OFFICE-NAME-EXIT.
039400     EXIT.
039500*
039600******************************************************************
039700* 2000-TALLY-SUBMITTED ADDS THE INPUT COUNT OF EACH PER-OFFICE   *
039800* VR100 RUN-STATISTICS RECORD DATED IN THE PERIOD TO THE         *
039900* OFFICE'S RECORDS SUBMITTED.  THE SUITE-WIDE RECORD (OFFICE     *
040000* SPACES) AND EVERY OTHER PROGRAM'S RECORDS ARE PASSED OVER.     *
040100******************************************************************
040200 2000-TALLY-SUBMITTED.
040300     ADD 1 TO VR-STAT-READ-COUNT.
040400     IF VRST-PROGRAM-ID NOT = 'VR100'
040500        OR VRST-OFFICE-ID = SPACES
040600        OR VRST-RUN-DATE < VR-PERIOD-FROM
040700        OR VRST-RUN-DATE > VR-PERIOD-TO
040800         GO TO 2000-TALLY-SUBMITTED-WRAP-UP
040900     END-IF.
041000     MOVE VRST-OFFICE-ID TO VR-OFFICE-ID.
041100     PERFORM 2300-FIND-OFFICE
041200         THRU 2300-FIND-OFFICE-EXIT.
041300     IF VR-OT-SLOT = ZERO
041400         ADD 1 TO VR-DROPPED-COUNT
041500         GO TO 2000-TALLY-SUBMITTED-WRAP-UP
041600     END-IF.
041700     ADD 1 TO VR-STAT-USED-COUNT.
041800     ADD VRST-INPUT-COUNT TO VR-OT-COUNT (VR-OT-SLOT, 1).
041900 2000-TALLY-SUBMITTED-WRAP-UP.
042000     PERFORM 2100-READ-STATS
042100         THRU 2100-READ-STATS-EXIT.
042200 2000-TALLY-SUBMITTED-EXIT.
042300     EXIT.
042400*
042500******************************************************************
042600* 2100-READ-STATS CLOSES THE RUN-STATISTICS FILE AT ITS END, SO  *
042700* 9100-WRITE-RUN-STATS CAN REOPEN IT TO APPEND THIS RUN'S RECORD.*
042800******************************************************************
042900 2100-READ-STATS.
043000     READ VR-STATS-FILE
043100         AT END
043200             MOVE 'Y' TO VR-STATS-EOF-SW
043300             CLOSE VR-STATS-FILE
043400     END-READ.
043500 2100-READ-STATS-EXIT.
043600     EXIT.
043700*
043800******************************************************************
043900* 2300-FIND-OFFICE LOCATES VR-OFFICE-ID IN THE OFFICE TABLE,     *
044000* WHICH IS KEPT IN ASCENDING OFFICE ORDER - A NEW OFFICE IS      *
044100* INSERTED AT ITS PLACE WITH ZERO COUNTS.  A NEW OFFICE THAT     *
044200* WILL NOT FIT LEAVES VR-OT-SLOT ZERO AND ITS FIGURES ARE LEFT   *
044300* OFF THE SCORECARD.                                             *
044400******************************************************************
044500 2300-FIND-OFFICE.
044600     MOVE 'N'  TO VR-OFFICE-FOUND-SW.
044700     MOVE ZERO TO VR-OT-SLOT.
044800     PERFORM 2310-SCAN-OFFICE
044900         THRU 2310-SCAN-OFFICE-EXIT
045000         VARYING VR-OT-IDX FROM 1 BY 1
045100         UNTIL VR-OT-IDX > VR-OT-USED
045200            OR VR-OT-SLOT > ZERO.
045300     IF VR-OT-SLOT = ZERO
045400         COMPUTE VR-OT-SLOT = VR-OT-USED + 1
045500     ELSE
045600         IF VR-OT-OFFICE (VR-OT-SLOT) = VR-OFFICE-ID
045700             MOVE 'Y' TO VR-OFFICE-FOUND-SW
045800         END-IF
045900     END-IF.
046000     IF VR-OFFICE-FOUND
046100         GO TO 2300-FIND-OFFICE-EXIT
046200     END-IF.
046300     IF VR-OT-USED >= VR-OT-MAX
046400         IF NOT VR-OFFICE-OVERFLOW
046500             DISPLAY 'VR720 - OFFICE TABLE FULL - FURTHER'
046600                     ' OFFICES LEFT OFF THE SCORECARD'
046700             MOVE 'Y' TO VR-OFFICE-OVERFLOW-SW
046800         END-IF
046900         MOVE ZERO TO VR-OT-SLOT
047000         GO TO 2300-FIND-OFFICE-EXIT
047100     END-IF.
047200     PERFORM 2320-SHIFT-OFFICE
047300         THRU 2320-SHIFT-OFFICE-EXIT
047400         VARYING VR-OT-IDX FROM VR-OT-USED BY -1
047500         UNTIL VR-OT-IDX < VR-OT-SLOT.
047600     ADD 1 TO VR-OT-USED.
047700     MOVE VR-OFFICE-ID TO VR-OT-OFFICE (VR-OT-SLOT).
047800     MOVE SPACES       TO VR-OT-NAME (VR-OT-SLOT).
047900     MOVE ZERO         TO VR-OT-RATE (VR-OT-SLOT)
048000                          VR-OT-RANK (VR-OT-SLOT)
048100                          VR-OT-COUNTS (VR-OT-SLOT)
048200                          VR-OT-REASONS (VR-OT-SLOT).
048300 2300-FIND-OFFICE-EXIT.
048400     EXIT.
048500*
048600 2310-SCAN-OFFICE.
048700     IF VR-OT-OFFICE (VR-OT-IDX) >= VR-OFFICE-ID
048800         MOVE VR-OT-IDX TO VR-OT-SLOT
048900     END-IF.
049000 2310-SCAN-OFFICE-EXIT.
049100     EXIT.
049200*
049300 2320-SHIFT-OFFICE.
049400     MOVE VR-OT-ENTRY (VR-OT-IDX) TO VR-OT-ENTRY (VR-OT-IDX + 1).
049500 2320-SHIFT-OFFICE-EXIT.
049600     EXIT.
049700*
049800******************************************************************
049900* 3000-TALLY-EVENT COUNTS EACH DATA-QUALITY EVENT DATED IN THE   *
050000* PERIOD UNDER ITS OFFICE AND CATEGORY, AND A SUSPENSION ALSO    *
050100* UNDER ITS D1-D7 REASON.  AN EVENT WITH NO OFFICE IS COUNTED AS *
050200* UNATTRIBUTED.                                                  *
050300******************************************************************
050400 3000-TALLY-EVENT.
050500     ADD 1 TO VR-EVENT-READ-COUNT.
050600     IF VRQL-EVENT-DATE NOT NUMERIC
050700        OR VRQL-EVENT-DATE < VR-PERIOD-FROM
050800        OR VRQL-EVENT-DATE > VR-PERIOD-TO
050900         GO TO 3000-TALLY-EVENT-WRAP-UP
051000     END-IF.
051100     EVALUATE TRUE
051200         WHEN VRQL-SUSPENDED
051300             MOVE 2 TO VR-CAT
051400         WHEN VRQL-REJECTED
051500             MOVE 3 TO VR-CAT
051600         WHEN VRQL-CITY-EXCEPTION
051700             MOVE 4 TO VR-CAT
051800         WHEN VRQL-UNKNOWN-CODE
051900             MOVE 5 TO VR-CAT
052000         WHEN VRQL-PLURAL-CONFLICT
052100             MOVE 6 TO VR-CAT
052200         WHEN VRQL-SUSP-CORRECTED
052300             MOVE 7 TO VR-CAT
052400         WHEN VRQL-SUSP-FAILED
052500             MOVE 8 TO VR-CAT
052600         WHEN VRQL-SUSP-AGED-OUT
052700             MOVE 9 TO VR-CAT
052800         WHEN OTHER
052900             ADD 1 TO VR-UNKNOWN-CAT-COUNT
053000             GO TO 3000-TALLY-EVENT-WRAP-UP
053100     END-EVALUATE.
053200     MOVE ZERO          TO VR-RS-IDX.
053300     MOVE VRQL-REASON   TO VR-REASON-CODE.
053400     IF VRQL-SUSPENDED
053500        AND VR-REASON-LETTER = 'D'
053600        AND VR-REASON-DIGIT NUMERIC
053700         IF VR-REASON-DIGIT >= 1 AND VR-REASON-DIGIT <= 7
053800             MOVE VR-REASON-DIGIT TO VR-RS-IDX
053900         END-IF
054000     END-IF.
054100     IF VRQL-OFFICE-ID = SPACES
054200         ADD 1 TO VR-EVENT-USED-COUNT
054300                  VR-UNATTRIB-COUNT
054400                  VR-UA-COUNT (VR-CAT)
054500         IF VR-RS-IDX > ZERO
054600             ADD 1 TO VR-UA-REASON (VR-RS-IDX)
054700         END-IF
054800         GO TO 3000-TALLY-EVENT-WRAP-UP
054900     END-IF.
055000     MOVE VRQL-OFFICE-ID TO VR-OFFICE-ID.
055100     PERFORM 2300-FIND-OFFICE
055200         THRU 2300-FIND-OFFICE-EXIT.
055300     IF VR-OT-SLOT = ZERO
055400         ADD 1 TO VR-DROPPED-COUNT
055500         GO TO 3000-TALLY-EVENT-WRAP-UP
055600     END-IF.
055700     ADD 1 TO VR-EVENT-USED-COUNT
055800              VR-OT-COUNT (VR-OT-SLOT, VR-CAT).
055900     IF VR-RS-IDX > ZERO
056000         ADD 1 TO VR-OT-REASON (VR-OT-SLOT, VR-RS-IDX)
056100     END-IF.
056200 3000-TALLY-EVENT-WRAP-UP.
056300     PERFORM 3100-READ-EVENT
056400         THRU 3100-READ-EVENT-EXIT.
056500 3000-TALLY-EVENT-EXIT.
056600     EXIT.
056700*
056800 3100-READ-EVENT.
056900     READ VR-QUALITY-FILE
057000         AT END
057100             MOVE 'Y' TO VR-QUALITY-EOF-SW
057200     END-READ.
057300 3100-READ-EVENT-EXIT.
057400     EXIT.
057500*
057600******************************************************************
057700* 4000-RANK-OFFICES TOTALS EACH OFFICE'S ERRORS AND RATES THEM,  *
057800* THEN RANKS EVERY OFFICE THAT SUBMITTED RECORDS - ONE PLUS THE  *
057900* NUMBER OF RANKED OFFICES WITH A LOWER RATE, SO OFFICES WITH    *
058000* EQUAL RATES SHARE A RANK.                                      *
058100******************************************************************
058200 4000-RANK-OFFICES.
058300     PERFORM 4100-RATE-OFFICE
058400         THRU 4100-RATE-OFFICE-EXIT
058500         VARYING VR-OT-IDX FROM 1 BY 1
058600         UNTIL VR-OT-IDX > VR-OT-USED.
058700     PERFORM 4200-RANK-OFFICE
058800         THRU 4200-RANK-OFFICE-EXIT
058900         VARYING VR-OT-IDX FROM 1 BY 1
059000         UNTIL VR-OT-IDX > VR-OT-USED.
059100 4000-RANK-OFFICES-EXIT.
059200     EXIT.
059300*
059400 4100-RATE-OFFICE.
059500     COMPUTE VR-OT-COUNT (VR-OT-IDX, 10) =
059600         VR-OT-COUNT (VR-OT-IDX, 2) + VR-OT-COUNT (VR-OT-IDX, 3)
059700         + VR-OT-COUNT (VR-OT-IDX, 4) + VR-OT-COUNT (VR-OT-IDX, 5)
059800         + VR-OT-COUNT (VR-OT-IDX, 6).
059900     MOVE VR-OT-COUNT (VR-OT-IDX, 10) TO VR-RATE-COUNT.
060000     MOVE VR-OT-COUNT (VR-OT-IDX, 1)  TO VR-RATE-BASE.
060100     PERFORM 4500-COMPUTE-RATE
060200         THRU 4500-COMPUTE-RATE-EXIT.
060300     MOVE VR-RATE TO VR-OT-RATE (VR-OT-IDX).
060400     IF VR-OT-COUNT (VR-OT-IDX, 1) > ZERO
060500         ADD 1 TO VR-RANKED-COUNT
060600     END-IF.
060700 4100-RATE-OFFICE-EXIT.
060800     EXIT.
060900*
061000 4200-RANK-OFFICE.
061100     MOVE ZERO TO VR-OT-RANK (VR-OT-IDX).
061200     IF VR-OT-COUNT (VR-OT-IDX, 1) = ZERO
061300         GO TO 4200-RANK-OFFICE-EXIT
061400     END-IF.
061500     MOVE 1 TO VR-OT-RANK (VR-OT-IDX).
061600     PERFORM 4210-COMPARE-OFFICE
061700         THRU 4210-COMPARE-OFFICE-EXIT
061800         VARYING VR-RK-IDX FROM 1 BY 1
061900         UNTIL VR-RK-IDX > VR-OT-USED.
062000 4200-RANK-OFFICE-EXIT.
062100     EXIT.
062200*
062300 4210-COMPARE-OFFICE.
062400     IF VR-OT-COUNT (VR-RK-IDX, 1) > ZERO
062500        AND VR-OT-RATE (VR-RK-IDX) < VR-OT-RATE (VR-OT-IDX)
062600         ADD 1 TO VR-OT-RANK (VR-OT-IDX)
062700     END-IF.
062800 4210-COMPARE-OFFICE-EXIT.
062900     EXIT.
063000*
063100******************************************************************
063200* 4500-COMPUTE-RATE SETS VR-RATE TO VR-RATE-COUNT PER 1,000 OF   *
063300* VR-RATE-BASE - ZERO WHEN THE BASE IS ZERO.                     *
063400******************************************************************
063500 4500-COMPUTE-RATE.
063600     MOVE ZERO TO VR-RATE.
063700     IF VR-RATE-BASE > ZERO
063800         COMPUTE VR-RATE ROUNDED =
063900             VR-RATE-COUNT * 1000 / VR-RATE-BASE
064000             ON SIZE ERROR
064100                 MOVE 9999.9 TO VR-RATE
064200         END-COMPUTE
064300     END-IF.
064400 4500-COMPUTE-RATE-EXIT.
064500     EXIT.
064600*
064700******************************************************************
064800* 5000-PRINT-SCORECARD PRINTS THE SUMMARY TABLE, ONE LINE PER    *
064900* OFFICE WITH ITS RATE AND RANK, THEN THE SUSPENSE TABLE - THE   *
065000* D1-D7 BREAKDOWN AND THE CORRECTED, FAILED AGAIN AND AGED-OUT   *
065100* OUTCOMES.  EACH TABLE ENDS WITH THE UNATTRIBUTED EVENTS, IF    *
065200* ANY, AND THE ALL-OFFICES TOTAL.                                *
065300******************************************************************
065400 5000-PRINT-SCORECARD.
065500     MOVE VR-PERIOD-FROM TO VR-TL-FROM.
065600     MOVE VR-PERIOD-TO   TO VR-TL-TO.
065700     MOVE VR-RUN-DATE    TO VR-TL-RUN-DATE.
065800     MOVE SPACES         TO VR-SCORECARD-LINE.
065900     MOVE VR-TITLE-LINE  TO VR-SCORECARD-LINE.
066000     WRITE VR-SCORECARD-LINE.
066100     MOVE SPACES               TO VR-SCORECARD-LINE.
066200     WRITE VR-SCORECARD-LINE.
066300     MOVE VR-SUMMARY-HEADING-1 TO VR-SCORECARD-LINE.
066400     WRITE VR-SCORECARD-LINE.
066500     MOVE VR-SUMMARY-HEADING-2 TO VR-SCORECARD-LINE.
066600     WRITE VR-SCORECARD-LINE.
066700     PERFORM 5100-PRINT-OFFICE
066800         THRU 5100-PRINT-OFFICE-EXIT
066900         VARYING VR-OT-IDX FROM 1 BY 1
067000         UNTIL VR-OT-IDX > VR-OT-USED.
067100     PERFORM 5300-ADD-UNATTRIBUTED
067200         THRU 5300-ADD-UNATTRIBUTED-EXIT
067300         VARYING VR-CAT FROM 1 BY 1
067400         UNTIL VR-CAT > 10.
067500     PERFORM 5310-ADD-UNATTRIB-REASON
067600         THRU 5310-ADD-UNATTRIB-REASON-EXIT
067700         VARYING VR-RS-IDX FROM 1 BY 1
067800         UNTIL VR-RS-IDX > 7.
067900     IF VR-UNATTRIB-COUNT > ZERO
068000         PERFORM 5400-SET-UNATTRIBUTED-ROW
068100             THRU 5400-SET-UNATTRIBUTED-ROW-EXIT
068200         PERFORM 5800-WRITE-SUMMARY-ROW
068300             THRU 5800-WRITE-SUMMARY-ROW-EXIT
068400     END-IF.
068500     PERFORM 5410-SET-TOTAL-ROW
068600         THRU 5410-SET-TOTAL-ROW-EXIT.
068700     MOVE SPACES TO VR-SCORECARD-LINE.
068800     WRITE VR-SCORECARD-LINE.
068900     PERFORM 5800-WRITE-SUMMARY-ROW
069000         THRU 5800-WRITE-SUMMARY-ROW-EXIT.
069100     MOVE SPACES          TO VR-SCORECARD-LINE.
069200     WRITE VR-SCORECARD-LINE.
069300     MOVE VR-RANKED-COUNT TO VR-RL-RANKED.
069400     MOVE VR-RANKED-LINE  TO VR-SCORECARD-LINE.
069500     WRITE VR-SCORECARD-LINE.
069600     MOVE '  AGED-OUT ITEMS WERE COUNTED WHEN SUSPENDED AND ARE NO
069700-        'T ADDED TO TOTAL ERRORS AGAIN.' TO VR-SCORECARD-LINE.
069800     WRITE VR-SCORECARD-LINE.
069900     MOVE SPACES                TO VR-SCORECARD-LINE.
070000     WRITE VR-SCORECARD-LINE.
070100     MOVE '  SUSPENSE BY REASON AND SUSPENSE OUTCOMES'
070200         TO VR-SCORECARD-LINE.
070300     WRITE VR-SCORECARD-LINE.
070400     MOVE VR-SUSPENSE-HEADING-1 TO VR-SCORECARD-LINE.
070500     WRITE VR-SCORECARD-LINE.
070600     MOVE VR-SUSPENSE-HEADING-2 TO VR-SCORECARD-LINE.
070700     WRITE VR-SCORECARD-LINE.
070800     PERFORM 5200-PRINT-OFFICE-SUSPENSE
070900         THRU 5200-PRINT-OFFICE-SUSPENSE-EXIT
071000         VARYING VR-OT-IDX FROM 1 BY 1
071100         UNTIL VR-OT-IDX > VR-OT-USED.
071200     IF VR-UNATTRIB-COUNT > ZERO
071300         PERFORM 5400-SET-UNATTRIBUTED-ROW
071400             THRU 5400-SET-UNATTRIBUTED-ROW-EXIT
071500         PERFORM 5850-WRITE-SUSPENSE-ROW
071600             THRU 5850-WRITE-SUSPENSE-ROW-EXIT
071700     END-IF.
071800     PERFORM 5410-SET-TOTAL-ROW
071900         THRU 5410-SET-TOTAL-ROW-EXIT.
072000     MOVE SPACES TO VR-SCORECARD-LINE.
072100     WRITE VR-SCORECARD-LINE.
072200     PERFORM 5850-WRITE-SUSPENSE-ROW
072300         THRU 5850-WRITE-SUSPENSE-ROW-EXIT.
072400     IF VR-DROPPED-COUNT > ZERO
072500         MOVE SPACES TO VR-SCORECARD-LINE
072600         WRITE VR-SCORECARD-LINE
072700         MOVE '  OFFICE TABLE FULL - SOME FIGURES ARE NOT SHOWN'
072800             TO VR-SCORECARD-LINE
072900         WRITE VR-SCORECARD-LINE
073000     END-IF.
073100 5000-PRINT-SCORECARD-EXIT.
073200     EXIT.
073300*
073400 5100-PRINT-OFFICE.
073500     MOVE VR-OT-ENTRY (VR-OT-IDX) TO VR-ROW-WORK.
073600     PERFORM 5800-WRITE-SUMMARY-ROW
073700         THRU 5800-WRITE-SUMMARY-ROW-EXIT.
073800     PERFORM 5110-ADD-OFFICE-COUNT
073900         THRU 5110-ADD-OFFICE-COUNT-EXIT
074000         VARYING VR-CAT FROM 1 BY 1
074100         UNTIL VR-CAT > 10.
074200     PERFORM 5120-ADD-OFFICE-REASON
074300         THRU 5120-ADD-OFFICE-REASON-EXIT
074400         VARYING VR-RS-IDX FROM 1 BY 1
074500         UNTIL VR-RS-IDX > 7.
074600 5100-PRINT-OFFICE-EXIT.
074700     EXIT.
074800*
074900 5110-ADD-OFFICE-COUNT.
075000     ADD VR-OT-COUNT (VR-OT-IDX, VR-CAT) TO VR-AL-COUNT (VR-CAT).
075100 5110-ADD-OFFICE-COUNT-EXIT.
075200     EXIT.
075300*
075400 5120-ADD-OFFICE-REASON.
075500     ADD VR-OT-REASON (VR-OT-IDX, VR-RS-IDX)
075600         TO VR-AL-REASON (VR-RS-IDX).
075700 5120-ADD-OFFICE-REASON-EXIT.
075800     EXIT.
075900*
076000 5200-PRINT-OFFICE-SUSPENSE.
076100     MOVE VR-OT-ENTRY (VR-OT-IDX) TO VR-ROW-WORK.
076200     PERFORM 5850-WRITE-SUSPENSE-ROW
076300         THRU 5850-WRITE-SUSPENSE-ROW-EXIT.
076400 5200-PRINT-OFFICE-SUSPENSE-EXIT.
076500     EXIT.
076600*
076700******************************************************************
076800* THE UNATTRIBUTED EVENTS HAVE NO RECORDS SUBMITTED AGAINST      *
076900* THEM - THEIR TOTAL ERRORS ARE SET HERE AND THEY ARE ADDED TO   *
077000* THE ALL-OFFICES TOTAL.                                         *
077100******************************************************************
077200 5300-ADD-UNATTRIBUTED.
077300     IF VR-CAT = 10
077400         COMPUTE VR-UA-COUNT (10) =
077500             VR-UA-COUNT (2) + VR-UA-COUNT (3) + VR-UA-COUNT (4)
077600             + VR-UA-COUNT (5) + VR-UA-COUNT (6)
077700     END-IF.
077800     ADD VR-UA-COUNT (VR-CAT) TO VR-AL-COUNT (VR-CAT).
077900 5300-ADD-UNATTRIBUTED-EXIT.
078000     EXIT.
078100*
078200 5310-ADD-UNATTRIB-REASON.
078300     ADD VR-UA-REASON (VR-RS-IDX) TO VR-AL-REASON (VR-RS-IDX).
078400 5310-ADD-UNATTRIB-REASON-EXIT.
078500     EXIT.
078600*
078700 5400-SET-UNATTRIBUTED-ROW.
078800     MOVE SPACES                TO VR-RW-OFFICE.
078900     MOVE 'UNATTRIBUTED EVENTS' TO VR-RW-NAME.
079000     MOVE ZERO                  TO VR-RW-RATE
079100                                   VR-RW-RANK.
079200     MOVE VR-UA-COUNTS          TO VR-RW-COUNTS.
079300     MOVE VR-UA-REASONS         TO VR-RW-REASONS.
079400 5400-SET-UNATTRIBUTED-ROW-EXIT.
079500     EXIT.
079600*
079700 5410-SET-TOTAL-ROW.
079800     MOVE SPACES                TO VR-RW-OFFICE.
079900     MOVE 'ALL OFFICES'         TO VR-RW-NAME.
080000     MOVE ZERO                  TO VR-RW-RANK.
080100     MOVE VR-AL-COUNTS          TO VR-RW-COUNTS.
080200     MOVE VR-AL-REASONS         TO VR-RW-REASONS.
080300     MOVE VR-AL-COUNT (10)      TO VR-RATE-COUNT.
080400     MOVE VR-AL-COUNT (1)       TO VR-RATE-BASE.
080500     PERFORM 4500-COMPUTE-RATE
080600         THRU 4500-COMPUTE-RATE-EXIT.
080700     MOVE VR-RATE               TO VR-RW-RATE.
080800 5410-SET-TOTAL-ROW-EXIT.
080900     EXIT.
081000*
081100******************************************************************
081200* 5800-WRITE-SUMMARY-ROW PRINTS VR-ROW-WORK ON THE SUMMARY TABLE.*
081300* THE RATE IS LEFT BLANK WHEN NOTHING WAS SUBMITTED AND THE RANK *
081400* WHEN THE ROW IS NOT RANKED.                                    *
081500******************************************************************
081600 5800-WRITE-SUMMARY-ROW.
081700     MOVE SPACES            TO VR-SUMMARY-DETAIL.
081800     MOVE VR-RW-OFFICE      TO VR-SR-OFFICE.
081900     MOVE VR-RW-NAME        TO VR-SR-NAME.
082000     MOVE VR-RW-COUNT (1)   TO VR-SR-COUNT (1).
082100     MOVE VR-RW-COUNT (2)   TO VR-SR-COUNT (2).
082200     MOVE VR-RW-COUNT (3)   TO VR-SR-COUNT (3).
082300     MOVE VR-RW-COUNT (4)   TO VR-SR-COUNT (4).
082400     MOVE VR-RW-COUNT (5)   TO VR-SR-COUNT (5).
082500     MOVE VR-RW-COUNT (6)   TO VR-SR-COUNT (6).
082600     MOVE VR-RW-COUNT (10)  TO VR-SR-COUNT (7).
082700     IF VR-RW-COUNT (1) > ZERO
082800         MOVE VR-RW-RATE    TO VR-SR-RATE
082900     ELSE
083000         MOVE SPACES        TO VR-SR-RATE-X
083100     END-IF.
083200     IF VR-RW-RANK > ZERO
083300         MOVE VR-RW-RANK    TO VR-SR-RANK
083400     ELSE
083500         MOVE SPACES        TO VR-SR-RANK-X
083600     END-IF.
083700     MOVE SPACES            TO VR-SCORECARD-LINE.
083800     MOVE VR-SUMMARY-DETAIL TO VR-SCORECARD-LINE.
083900     WRITE VR-SCORECARD-LINE.
084000 5800-WRITE-SUMMARY-ROW-EXIT.
084100     EXIT.
084200*
084300 5850-WRITE-SUSPENSE-ROW.
084400     MOVE SPACES             TO VR-SUSPENSE-DETAIL.
084500     MOVE VR-RW-OFFICE       TO VR-SS-OFFICE.
084600     MOVE VR-RW-NAME         TO VR-SS-NAME.
084700     PERFORM 5860-EDIT-REASON
084800         THRU 5860-EDIT-REASON-EXIT
084900         VARYING VR-RS-IDX FROM 1 BY 1
085000         UNTIL VR-RS-IDX > 7.
085100     MOVE VR-RW-COUNT (7)    TO VR-SS-OUTCOME (1).
085200     MOVE VR-RW-COUNT (8)    TO VR-SS-OUTCOME (2).
085300     MOVE VR-RW-COUNT (9)    TO VR-SS-OUTCOME (3).
085400     MOVE SPACES             TO VR-SCORECARD-LINE.
085500     MOVE VR-SUSPENSE-DETAIL TO VR-SCORECARD-LINE.
085600     WRITE VR-SCORECARD-LINE.
085700 5850-WRITE-SUSPENSE-ROW-EXIT.
085800     EXIT.
085900*
086000 5860-EDIT-REASON.
086100     MOVE VR-RW-REASON (VR-RS-IDX) TO VR-SS-REASON (VR-RS-IDX).
086200 5860-EDIT-REASON-EXIT.
086300     EXIT.
086400*
086500******************************************************************
086600* 6000-WRITE-LETTER WRITES ONE OFFICE'S LETTER ON A PAGE OF ITS  *
086700* OWN - ITS RECORDS SUBMITTED, EACH ERROR CATEGORY WITH ITS RATE *
086800* PER 1,000, THE SUSPENSE OUTCOMES AND ITS RANK.                 *
086900******************************************************************
087000 6000-WRITE-LETTER.
087100     MOVE VR-OT-ENTRY (VR-OT-IDX) TO VR-ROW-WORK.
087200     MOVE 'VITAL RECORDS - REGISTRATION OFFICE DATA-QUALITY SCOREC
087300-        'ARD' TO VR-LETTER-LINE.
087400     WRITE VR-LETTER-LINE
087500         AFTER ADVANCING TO-NEW-PAGE.
087600     PERFORM 6900-WRITE-BLANK-LINE
087700         THRU 6900-WRITE-BLANK-LINE-EXIT.
087800     MOVE VR-RW-OFFICE      TO VR-LT-OFFICE.
087900     MOVE VR-RW-NAME        TO VR-LT-NAME.
088000     MOVE VR-LETTER-TO-LINE TO VR-LETTER-LINE.
088100     WRITE VR-LETTER-LINE.
088200     MOVE VR-PERIOD-FROM    TO VR-LP-FROM.
088300     MOVE VR-PERIOD-TO      TO VR-LP-TO.
088400     MOVE VR-RUN-DATE       TO VR-LP-RUN-DATE.
088500     MOVE VR-LETTER-PERIOD-LINE TO VR-LETTER-LINE.
088600     WRITE VR-LETTER-LINE.
088700     PERFORM 6900-WRITE-BLANK-LINE
088800         THRU 6900-WRITE-BLANK-LINE-EXIT.
088900     MOVE 'THIS LETTER SETS OUT THE ERRORS FOUND IN THE REGISTRATI
089000-        'ON RECORDS YOUR OFFICE SENT IN THE PERIOD ABOVE, AND HOW
089100-        ' YOUR OFFICE' TO VR-LETTER-LINE.
089200     WRITE VR-LETTER-LINE.
089300     MOVE 'COMPARES WITH THE OTHER REGISTRATION OFFICES.'
089400         TO VR-LETTER-LINE.
089500     WRITE VR-LETTER-LINE.
089600     PERFORM 6900-WRITE-BLANK-LINE
089700         THRU 6900-WRITE-BLANK-LINE-EXIT.
089800     MOVE 'RECORDS SUBMITTED'           TO VR-LC-LABEL.
089900     MOVE 1 TO VR-CAT.
090000     PERFORM 6210-WRITE-COUNT-LINE
090100         THRU 6210-WRITE-COUNT-LINE-EXIT.
090200     PERFORM 6900-WRITE-BLANK-LINE
090300         THRU 6900-WRITE-BLANK-LINE-EXIT.
090400     MOVE VR-LETTER-COLUMN-LINE TO VR-LETTER-LINE.
090500     WRITE VR-LETTER-LINE.
090600     MOVE 'SUSPENDED FOR CORRECTION'    TO VR-LC-LABEL.
090700     MOVE 2 TO VR-CAT.
090800     PERFORM 6200-WRITE-ERROR-LINE
090900         THRU 6200-WRITE-ERROR-LINE-EXIT.
091000     MOVE 'REJECTED'                    TO VR-LC-LABEL.
091100     MOVE 3 TO VR-CAT.
091200     PERFORM 6200-WRITE-ERROR-LINE
091300         THRU 6200-WRITE-ERROR-LINE-EXIT.
091400     MOVE 'CITY NOT RECOGNIZED'         TO VR-LC-LABEL.
091500     MOVE 4 TO VR-CAT.
091600     PERFORM 6200-WRITE-ERROR-LINE
091700         THRU 6200-WRITE-ERROR-LINE-EXIT.
091800     MOVE 'CODE NOT ON THE CODE TABLE'  TO VR-LC-LABEL.
091900     MOVE 5 TO VR-CAT.
092000     PERFORM 6200-WRITE-ERROR-LINE
092100         THRU 6200-WRITE-ERROR-LINE-EXIT.
092200     MOVE 'PLURAL-BIRTH SET CONFLICT'   TO VR-LC-LABEL.
092300     MOVE 6 TO VR-CAT.
092400     PERFORM 6200-WRITE-ERROR-LINE
092500         THRU 6200-WRITE-ERROR-LINE-EXIT.
092600     MOVE 'TOTAL ERRORS'                TO VR-LC-LABEL.
092700     MOVE 10 TO VR-CAT.
092800     PERFORM 6200-WRITE-ERROR-LINE
092900         THRU 6200-WRITE-ERROR-LINE-EXIT.
093000     PERFORM 6900-WRITE-BLANK-LINE
093100         THRU 6900-WRITE-BLANK-LINE-EXIT.
093200     MOVE 'OF THE RECORDS SUSPENDED FOR CORRECTION -'
093300         TO VR-LETTER-LINE.
093400     WRITE VR-LETTER-LINE.
093500     MOVE 'CORRECTED AND LOADED'        TO VR-LC-LABEL.
093600     MOVE 7 TO VR-CAT.
093700     PERFORM 6210-WRITE-COUNT-LINE
093800         THRU 6210-WRITE-COUNT-LINE-EXIT.
093900     MOVE 'CORRECTED BUT FAILED AGAIN'  TO VR-LC-LABEL.
094000     MOVE 8 TO VR-CAT.
094100     PERFORM 6210-WRITE-COUNT-LINE
094200         THRU 6210-WRITE-COUNT-LINE-EXIT.
094300     MOVE 'AGED OUT UNCORRECTED'        TO VR-LC-LABEL.
094400     MOVE 9 TO VR-CAT.
094500     PERFORM 6210-WRITE-COUNT-LINE
094600         THRU 6210-WRITE-COUNT-LINE-EXIT.
094700     PERFORM 6900-WRITE-BLANK-LINE
094800         THRU 6900-WRITE-BLANK-LINE-EXIT.
094900     IF VR-RW-RANK > ZERO
095000         MOVE VR-RW-RANK          TO VR-LR-RANK
095100         MOVE VR-RANKED-COUNT     TO VR-LR-RANKED
095200         MOVE VR-LETTER-RANK-LINE TO VR-LETTER-LINE
095300     ELSE
095400         MOVE 'YOUR OFFICE SENT NO RECORDS IN THE PERIOD AND IS NO
095500-            'T RANKED.' TO VR-LETTER-LINE
095600     END-IF.
095700     WRITE VR-LETTER-LINE.
095800     PERFORM 6900-WRITE-BLANK-LINE
095900         THRU 6900-WRITE-BLANK-LINE-EXIT.
096000     MOVE 'PLEASE DIRECT ANY QUESTIONS ABOUT THIS SCORECARD TO THE
096100-        ' VITAL RECORDS DATA-QUALITY UNIT.' TO VR-LETTER-LINE.
096200     WRITE VR-LETTER-LINE.
096300     ADD 1 TO VR-LETTER-COUNT.
096400 6000-WRITE-LETTER-EXIT.
096500     EXIT.
096600*
096700 6200-WRITE-ERROR-LINE.
096800     MOVE VR-RW-COUNT (VR-CAT)   TO VR-LC-COUNT
096900                                    VR-RATE-COUNT.
097000     MOVE VR-RW-COUNT (1)        TO VR-RATE-BASE.
097100     PERFORM 4500-COMPUTE-RATE
097200         THRU 4500-COMPUTE-RATE-EXIT.
097300     IF VR-RATE-BASE > ZERO
097400         MOVE VR-RATE            TO VR-LC-RATE
097500     ELSE
097600         MOVE SPACES             TO VR-LC-RATE-X
097700     END-IF.
097800     MOVE VR-LETTER-COUNT-LINE   TO VR-LETTER-LINE.
097900     WRITE VR-LETTER-LINE.
098000 6200-WRITE-ERROR-LINE-EXIT.
098100     EXIT.
098200*
098300 6210-WRITE-COUNT-LINE.
098400     MOVE VR-RW-COUNT (VR-CAT)   TO VR-LC-COUNT.
098500     MOVE SPACES                 TO VR-LC-RATE-X.
098600     MOVE VR-LETTER-COUNT-LINE   TO VR-LETTER-LINE.
098700     WRITE VR-LETTER-LINE.
098800 6210-WRITE-COUNT-LINE-EXIT.
098900     EXIT.
099000*
099100 6900-WRITE-BLANK-LINE.
099200     MOVE SPACES TO VR-LETTER-LINE.
099300     WRITE VR-LETTER-LINE.
099400 6900-WRITE-BLANK-LINE-EXIT.
099500     EXIT.
099600*
099700 9000-TERMINATE.
099800     CLOSE VR-QUALITY-FILE
099900           VR-SCORECARD-RPT
100000           VR-LETTER-FILE.
100100     DISPLAY 'VR720 - DATA-QUALITY SCORECARD COMPLETE'.
100200     DISPLAY 'VR720 - PERIOD            : ' VR-PERIOD-FROM
100300             ' TO ' VR-PERIOD-TO.
100400     DISPLAY 'VR720 - STAT RECORDS READ : ' VR-STAT-READ-COUNT.
100500     DISPLAY 'VR720 - OFFICE STATS USED : ' VR-STAT-USED-COUNT.
100600     DISPLAY 'VR720 - EVENTS READ       : ' VR-EVENT-READ-COUNT.
100700     DISPLAY 'VR720 - EVENTS IN PERIOD  : ' VR-EVENT-USED-COUNT.
100800     DISPLAY 'VR720 - UNATTRIBUTED      : ' VR-UNATTRIB-COUNT.
100900     DISPLAY 'VR720 - OFFICES RANKED    : ' VR-RANKED-COUNT.
101000     DISPLAY 'VR720 - LETTERS WRITTEN   : ' VR-LETTER-COUNT.
101100     IF VR-UNKNOWN-CAT-COUNT > ZERO
101200         DISPLAY 'VR720 - UNKNOWN CATEGORY  : '
101300                 VR-UNKNOWN-CAT-COUNT
101400         MOVE 4 TO RETURN-CODE
101500     END-IF.
101600     IF VR-DROPPED-COUNT > ZERO
101700         DISPLAY 'VR720 - LEFT OFF, TABLE FULL: '
101800                 VR-DROPPED-COUNT
101900         MOVE 4 TO RETURN-CODE
102000     END-IF.
102100     PERFORM 9100-WRITE-RUN-STATS
102200         THRU 9100-WRITE-RUN-STATS-EXIT.
102300 9000-TERMINATE-EXIT.
102400     EXIT.
102500*
102600******************************************************************
102700* 9100-WRITE-RUN-STATS APPENDS THE RUN'S COUNTS TO THE SHARED    *
102800* RUN-STATISTICS HISTORY FILE FOR THE VR700 TREND REPORT.        *
102900******************************************************************
103000 9100-WRITE-RUN-STATS.
103100     OPEN EXTEND VR-STATS-FILE.
103200     MOVE 'VR720'            TO VRST-PROGRAM-ID.
103300     MOVE VR-RUN-DATE        TO VRST-RUN-DATE.
103400     MOVE VR-EVENT-READ-COUNT TO VRST-INPUT-COUNT.
103500     MOVE VR-RANKED-COUNT    TO VRST-RESULT-COUNT-1.
103600     MOVE VR-LETTER-COUNT    TO VRST-RESULT-COUNT-2.
103700     MOVE VR-UNATTRIB-COUNT  TO VRST-RESULT-COUNT-3.
103800     MOVE SPACES             TO VRST-OFFICE-ID.
103900     WRITE VR-STAT-RECORD.
104000     CLOSE VR-STATS-FILE.
104100 9100-WRITE-RUN-STATS-EXIT.
104200     EXIT.
