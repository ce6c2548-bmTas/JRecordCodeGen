      *****************************************************************
      *                                                               *
      *   VR690    -  EXTRACT-TO-MASTER CONTROL-TOTAL PROOF           *
      *                                                               *
      *   CLOSES THE NIGHT'S EXTRACT-TO-MASTER CHAIN.  EVERY STEP    *
      *   FROM VR050 TO VR610 POSTS ITS CONTROL TOTALS - RECORD      *
      *   COUNTS PLUS AN XDATE HASH AND A FIELD-1 HASH, BY CATEGORY, *
      *   OFFICE AND RECORD-TYPE - TO THE VRLEDG BALANCING LEDGER.   *
      *   THIS PROGRAM TAKES THE POSTINGS FOR THE RUN-DATE IN THE    *
      *   PARM (PARM=YYYYMMDD, THE SAME SCHEDULED DATE THE CHAIN     *
      *   RAN UNDER) AND PROVES EACH STEP'S OUTPUT AGAINST THE NEXT  *
      *   STEP'S INPUT -                                             *
      *                                                               *
      *     1  VR050 TRAILER COUNTS  = VR100 GOOD+SUSPENSE+REJECT    *
      *        PER OFFICE, COUNTS ONLY                               *
      *     2  VR050 RECORDS READ    = VR100 GOOD+SUSPENSE+REJECT    *
      *        PER OFFICE AND RECORD-TYPE                            *
      *     3  VR100 GOOD            = VR120 WRITTEN                 *
      *        PER OFFICE AND RECORD-TYPE                            *
      *     4  VR120 WRITTEN         = VR130 KEPT+COLLAPSED+DIVERTED *
      *        PER OFFICE AND RECORD-TYPE                            *
      *     5  VR130 KEPT            = VR110 SPLIT+NOT RECOGNIZED    *
      *        PER RECORD-TYPE                                       *
      *     6  VR110 SPLIT+NOT RECOGNIZED                            *
      *                              = VR610 ADDED+CHANGED+UNCHANGED *
      *        PER RECORD-TYPE                                       *
      *                                                               *
      *   CHECKS 2 TO 6 PROVE THE HASH TOTALS AS WELL AS THE COUNTS. *
      *   ONLY EACH PROGRAM'S LATEST POSTING FOR THE RUN-DATE IS     *
      *   USED, SO A STEP RERUN REPLACES ITS EARLIER FIGURES.  A     *
      *   PROGRAM WITH NO POSTING FOR THE RUN-DATE BREAKS EVERY      *
      *   CHECK IT TAKES PART IN.  A VR100 POSTING FROM A RESTARTED  *
      *   RUN COVERS ONLY THE RECORDS AFTER THE CHECKPOINT - IT IS   *
      *   FLAGGED ON THE REPORT AND WILL NOT BALANCE.                *
      *                                                               *
      *   THE ONE-PAGE PROOF LISTS THE POSTINGS USED, A STATUS AND   *
      *   RUN TOTALS FOR EACH CHECK AND THE FIRST OFFICE/RECORD-     *
      *   TYPE LINES THAT DIFFER.  ANY BREAK ENDS THE JOB WITH       *
      *   RETURN CODE 8, WHICH HOLDS VR620J AND THE PARTNER          *
      *   TRANSMISSIONS UNTIL OPERATIONS SIGNS OFF.                  *
      *                                                               *
      *   MODIFICATION HISTORY                                       *
      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   15/10/26   RLB   ORIGINAL PROGRAM.                          *
      *   15/10/26   RLB   SHORTENED THE RESTARTED-RUN PROOF NOTE TO  *
      *                    FIT THE 60-BYTE TEXT FIELD.                *
      *                                                               *
      *****************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     VR690.
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
001500     SELECT VR-LEDGER-FILE    ASSIGN TO VRLGR01
001600                              ORGANIZATION IS SEQUENTIAL.
001700     SELECT VR-PROOF-RPT      ASSIGN TO VRRPT01
001800                              ORGANIZATION IS SEQUENTIAL.
001900     SELECT VR-STATS-FILE     ASSIGN TO VRSTA01
002000                              ORGANIZATION IS SEQUENTIAL.
002100*
002200 DATA DIVISION.
002300 FILE SECTION.
002400 FD  VR-LEDGER-FILE
002500     RECORDING MODE IS F
002600     LABEL RECORDS ARE STANDARD.
002700     COPY VRLEDG.
002800*
002900 FD  VR-PROOF-RPT
003000     RECORDING MODE IS F
003100     LABEL RECORDS ARE STANDARD.
003200 01  VR-PROOF-LINE             PIC X(132).
003300*
003400 FD  VR-STATS-FILE
003500     RECORDING MODE IS F
003600     LABEL RECORDS ARE STANDARD.
003700     COPY VRSTAT.
003800*
003900 WORKING-STORAGE SECTION.
004000 01  VR-SWITCHES.
004100     05  VR-LEDGER-EOF-SW      PIC X(01)  VALUE 'N'.
004200         88  VR-LEDGER-EOF                VALUE 'Y'.
004300     05  VR-CAT-MATCH-SW       PIC X(01)  VALUE 'N'.
004400         88  VR-CAT-MATCH                 VALUE 'Y'.
004500     05  VR-ROW-BREAK-SW       PIC X(01)  VALUE 'N'.
004600         88  VR-ROW-BREAK                 VALUE 'Y'.
004700*
004800 01  VR-COUNTERS.
004900     05  VR-LEDGER-COUNT       PIC 9(09)  COMP VALUE ZERO.
005000     05  VR-RUN-DATE-COUNT     PIC 9(09)  COMP VALUE ZERO.
005100     05  VR-USED-COUNT         PIC 9(09)  COMP VALUE ZERO.
005200     05  VR-CHECK-OK-COUNT     PIC 9(09)  COMP VALUE ZERO.
005300     05  VR-CHECK-BREAK-COUNT  PIC 9(09)  COMP VALUE ZERO.
005400     05  VR-ROW-BREAK-COUNT    PIC 9(04)  COMP VALUE ZERO.
005500     05  VR-OVERFLOW-COUNT     PIC 9(09)  COMP VALUE ZERO.
005600*
005700 01  VR-INDEXES.
005800     05  VR-LG-IDX             PIC 9(04)  COMP VALUE ZERO.
005900     05  VR-PG-IDX             PIC 9(02)  COMP VALUE ZERO.
006000     05  VR-PG-SLOT            PIC 9(02)  COMP VALUE ZERO.
006100     05  VR-CM-IDX             PIC 9(04)  COMP VALUE ZERO.
006200     05  VR-CM-SLOT            PIC 9(04)  COMP VALUE ZERO.
006300     05  VR-CT-IDX             PIC 9(02)  COMP VALUE ZERO.
006400*
006500 01  VR-RUN-DATE               PIC 9(08)  VALUE ZERO.
006600 01  VR-TODAY                  PIC 9(08)  VALUE ZERO.
006700 01  VR-MAX-DETAIL-LINES       PIC 9(04)  COMP VALUE 5.
006800*
006900******************************************************************
007000* THE LEDGER TABLE HOLDS EVERY POSTING FOR THE RUN-DATE,         *
007100* WHATEVER ITS STAMP - THE PROGRAM TABLE RECORDS EACH PROGRAM'S  *
007200* LATEST STAMP AND ONLY POSTINGS CARRYING IT ARE BALANCED.       *
007300******************************************************************
007400 01  VR-LEDGER-TABLE.
007500     05  VR-LG-USED            PIC 9(04)  COMP VALUE ZERO.
007600     05  VR-LG-MAX             PIC 9(04)  COMP VALUE 3000.
007700     05  VR-LG-ENTRY OCCURS 3000 TIMES.
007800         10  VR-LG-PROGRAM     PIC X(08).
007900         10  VR-LG-STAMP       PIC X(16).
008000         10  VR-LG-CATEGORY    PIC X(02).
008100         10  VR-LG-OFFICE      PIC X(04).
008200         10  VR-LG-RECTYPE     PIC X(01).
008300         10  VR-LG-COUNT       PIC 9(09)  COMP.
008400         10  VR-LG-XDATE-HASH  PIC 9(15)  COMP.
008500         10  VR-LG-FIELD-1-HASH
008600                               PIC 9(15)  COMP.
008700*
008800 01  VR-PROGRAM-TABLE.
008900     05  VR-PG-USED            PIC 9(02)  COMP VALUE ZERO.
009000     05  VR-PG-MAX             PIC 9(02)  COMP VALUE 20.
009100     05  VR-PG-ENTRY OCCURS 20 TIMES.
009200         10  VR-PG-PROGRAM     PIC X(08).
009300         10  VR-PG-STAMP       PIC X(16).
009400         10  VR-PG-STAMP-R REDEFINES VR-PG-STAMP.
009500             15  VR-PG-POSTED-DATE
009600                               PIC 9(08).
009700             15  VR-PG-POSTED-TIME
009800                               PIC 9(08).
009900         10  VR-PG-RESTART-SW  PIC X(01).
010000             88  VR-PG-RESTARTED          VALUE 'Y'.
010100         10  VR-PG-RECORDS     PIC 9(09)  COMP.
010200*
010300******************************************************************
010400* EACH CHECK IS DESCRIBED BY THE LEFT AND RIGHT PROGRAMS AND UP  *
010500* TO THREE LEDGER CATEGORIES ON EACH SIDE, AND BY WHETHER IT     *
010600* BALANCES PER OFFICE, PER RECORD-TYPE AND ON THE HASH TOTALS.   *
010700******************************************************************
010800 01  VR-CHECK-SETUP.
010900     05  VR-CK-NUMBER          PIC 9(01)  VALUE ZERO.
011000     05  VR-CK-TITLE           PIC X(60)  VALUE SPACES.
011100     05  VR-CK-LEFT-PROGRAM    PIC X(08)  VALUE SPACES.
011200     05  VR-CK-LEFT-CATS       PIC X(06)  VALUE SPACES.
011300     05  VR-CK-LEFT-CAT-R REDEFINES VR-CK-LEFT-CATS.
011400         10  VR-CK-LEFT-CAT    PIC X(02)  OCCURS 3 TIMES.
011500     05  VR-CK-RIGHT-PROGRAM   PIC X(08)  VALUE SPACES.
011600     05  VR-CK-RIGHT-CATS      PIC X(06)  VALUE SPACES.
011700     05  VR-CK-RIGHT-CAT-R REDEFINES VR-CK-RIGHT-CATS.
011800         10  VR-CK-RIGHT-CAT   PIC X(02)  OCCURS 3 TIMES.
011900     05  VR-CK-BY-OFFICE-SW    PIC X(01)  VALUE 'N'.
012000         88  VR-CK-BY-OFFICE              VALUE 'Y'.
012100     05  VR-CK-BY-TYPE-SW      PIC X(01)  VALUE 'N'.
012200         88  VR-CK-BY-TYPE                VALUE 'Y'.
012300     05  VR-CK-HASH-SW         PIC X(01)  VALUE 'N'.
012400         88  VR-CK-HASHES                 VALUE 'Y'.
012500     05  VR-CK-PROGRAM         PIC X(08)  VALUE SPACES.
012600     05  VR-CK-LEFT-SLOT       PIC 9(02)  COMP VALUE ZERO.
012700     05  VR-CK-RIGHT-SLOT      PIC 9(02)  COMP VALUE ZERO.
012800     05  VR-CK-SIDE            PIC X(01)  VALUE SPACE.
012900         88  VR-CK-LEFT-SIDE              VALUE 'L'.
013000         88  VR-CK-RIGHT-SIDE             VALUE 'R'.
013100     05  VR-CK-CATS            PIC X(06)  VALUE SPACES.
013200     05  VR-CK-CAT-R REDEFINES VR-CK-CATS.
013300         10  VR-CK-CAT         PIC X(02)  OCCURS 3 TIMES.
013400*
013500******************************************************************
013600* THE COMPARISON TABLE COLLECTS ONE CHECK'S LEFT AND RIGHT       *
013700* TOTALS PER OFFICE/RECORD-TYPE ROW.  A CHECK THAT DOES NOT      *
013800* BALANCE BY OFFICE OR BY RECORD-TYPE CARRIES SPACES THERE.      *
013900******************************************************************
014000 01  VR-COMPARE-TABLE.
014100     05  VR-CM-USED            PIC 9(04)  COMP VALUE ZERO.
014200     05  VR-CM-MAX             PIC 9(04)  COMP VALUE 500.
014300     05  VR-CM-ENTRY OCCURS 500 TIMES.
014400         10  VR-CM-OFFICE      PIC X(04).
014500         10  VR-CM-RECTYPE     PIC X(01).
014600         10  VR-CM-LEFT-COUNT  PIC 9(09)  COMP.
014700         10  VR-CM-LEFT-XDATE  PIC 9(15)  COMP.
014800         10  VR-CM-LEFT-FIELD-1
014900                               PIC 9(15)  COMP.
015000         10  VR-CM-RIGHT-COUNT PIC 9(09)  COMP.
015100         10  VR-CM-RIGHT-XDATE PIC 9(15)  COMP.
015200         10  VR-CM-RIGHT-FIELD-1
015300                               PIC 9(15)  COMP.
015400*
015500 01  VR-ROW-WORK.
015600     05  VR-RW-OFFICE          PIC X(04)  VALUE SPACES.
015700     05  VR-RW-RECTYPE         PIC X(01)  VALUE SPACE.
015800*
015900 01  VR-CHECK-TOTALS.
016000     05  VR-TT-LEFT-COUNT      PIC 9(09)  COMP VALUE ZERO.
016100     05  VR-TT-LEFT-XDATE      PIC 9(15)  COMP VALUE ZERO.
016200     05  VR-TT-LEFT-FIELD-1    PIC 9(15)  COMP VALUE ZERO.
016300     05  VR-TT-RIGHT-COUNT     PIC 9(09)  COMP VALUE ZERO.
016400     05  VR-TT-RIGHT-XDATE     PIC 9(15)  COMP VALUE ZERO.
016500     05  VR-TT-RIGHT-FIELD-1   PIC 9(15)  COMP VALUE ZERO.
016600*
016700 01  VR-TITLE-LINE.
016800     05  FILLER                PIC X(48)  VALUE
016900         'VR690 - EXTRACT-TO-MASTER CONTROL-TOTAL PROOF - '.
017000     05  FILLER                PIC X(09)  VALUE 'RUN-DATE '.
017100     05  VR-TL-RUN-DATE        PIC 9(08).
017200     05  FILLER                PIC X(11)  VALUE '   PRINTED '.
017300     05  VR-TL-TODAY           PIC 9(08).
017400*
017500 01  VR-POSTING-DETAIL.
017600     05  FILLER                PIC X(02)  VALUE SPACES.
017700     05  VR-PD-PROGRAM         PIC X(08).
017800     05  FILLER                PIC X(08)  VALUE ' POSTED '.
017900     05  VR-PD-POSTED-DATE     PIC 9(08).
018000     05  FILLER                PIC X(01)  VALUE SPACE.
018100     05  VR-PD-POSTED-TIME     PIC 9(08).
018200     05  FILLER                PIC X(02)  VALUE SPACES.
018300     05  VR-PD-RECORDS         PIC ZZZZZZZZ9.
018400     05  FILLER                PIC X(08)  VALUE ' RECORDS'.
018500     05  FILLER                PIC X(02)  VALUE SPACES.
018600     05  VR-PD-TEXT            PIC X(60).
018700*
018800 01  VR-CHECK-LINE.
018900     05  FILLER                PIC X(06)  VALUE 'CHECK '.
019000     05  VR-CL-NUMBER          PIC 9(01).
019100     05  FILLER                PIC X(02)  VALUE SPACES.
019200     05  VR-CL-TITLE           PIC X(60).
019300     05  FILLER                PIC X(02)  VALUE SPACES.
019400     05  VR-CL-STATUS          PIC X(14).
019500     05  FILLER                PIC X(02)  VALUE SPACES.
019600     05  VR-CL-TEXT            PIC X(40).
019700*
019800 01  VR-AMOUNT-HEADING.
019900     05  FILLER                PIC X(23)  VALUE SPACES.
020000     05  FILLER                PIC X(20)  VALUE
020100         '     LEFT     RIGHT'.
020200     05  FILLER                PIC X(16)  VALUE
020300         '      LEFT XDATE'.
020400     05  FILLER                PIC X(16)  VALUE
020500         '     RIGHT XDATE'.
020600     05  FILLER                PIC X(16)  VALUE
020700         '    LEFT FIELD-1'.
020800     05  FILLER                PIC X(16)  VALUE
020900         '   RIGHT FIELD-1'.
021000*
021100 01  VR-AMOUNT-LINE.
021200     05  FILLER                PIC X(02)  VALUE SPACES.
021300     05  VR-AL-LABEL           PIC X(20).
021400     05  FILLER                PIC X(01)  VALUE SPACE.
021500     05  VR-AL-LEFT-COUNT      PIC ZZZZZZZZ9.
021600     05  FILLER                PIC X(01)  VALUE SPACE.
021700     05  VR-AL-RIGHT-COUNT     PIC ZZZZZZZZ9.
021800     05  VR-AL-HASHES.
021900         10  FILLER            PIC X(01)  VALUE SPACE.
022000         10  VR-AL-LEFT-XDATE  PIC ZZZZZZZZZZZZZZ9.
022100         10  FILLER            PIC X(01)  VALUE SPACE.
022200         10  VR-AL-RIGHT-XDATE PIC ZZZZZZZZZZZZZZ9.
022300         10  FILLER            PIC X(01)  VALUE SPACE.
022400         10  VR-AL-LEFT-FIELD-1
022500                               PIC ZZZZZZZZZZZZZZ9.
022600         10  FILLER            PIC X(01)  VALUE SPACE.
022700         10  VR-AL-RIGHT-FIELD-1
022800                               PIC ZZZZZZZZZZZZZZ9.
022900     05  FILLER                PIC X(02)  VALUE SPACES.
023000     05  VR-AL-FLAG            PIC X(06).
023100*
023200 01  VR-ROW-LABEL.
023300     05  FILLER                PIC X(07)  VALUE 'OFFICE '.
023400     05  VR-RL-OFFICE          PIC X(04).
023500     05  FILLER                PIC X(06)  VALUE '  TYPE'.
023600     05  FILLER                PIC X(01)  VALUE SPACE.
023700     05  VR-RL-RECTYPE         PIC X(01).
023800     05  FILLER                PIC X(01)  VALUE SPACE.
023900*
024000 LINKAGE SECTION.
024100 01  VR-PARM-AREA.
024200     05  VR-PARM-LEN           PIC S9(04) COMP.
024300     05  VR-PARM-TEXT          PIC X(08).
024400*
024500 PROCEDURE DIVISION USING VR-PARM-AREA.
024600*
024700 0000-MAINLINE.
024800     PERFORM 1000-INITIALIZE
024900         THRU 1000-INITIALIZE-EXIT.
025000     PERFORM 2000-LOAD-LEDGER
025100         THRU 2000-LOAD-LEDGER-EXIT.
025200     PERFORM 2500-PRINT-POSTINGS
025300         THRU 2500-PRINT-POSTINGS-EXIT.
025400     PERFORM 3100-CHECK-TRAILERS
025500         THRU 3100-CHECK-TRAILERS-EXIT.
025600     PERFORM 3200-CHECK-EDIT
025700         THRU 3200-CHECK-EDIT-EXIT.
025800     PERFORM 3300-CHECK-STANDARDIZE
025900         THRU 3300-CHECK-STANDARDIZE-EXIT.
026000     PERFORM 3400-CHECK-RESOLVE
026100         THRU 3400-CHECK-RESOLVE-EXIT.
026200     PERFORM 3500-CHECK-SPLIT
026300         THRU 3500-CHECK-SPLIT-EXIT.
026400     PERFORM 3600-CHECK-APPLY
026500         THRU 3600-CHECK-APPLY-EXIT.
026600     PERFORM 9000-TERMINATE
026700         THRU 9000-TERMINATE-EXIT.
026800     STOP RUN.
026900*
027000 1000-INITIALIZE.
027100     ACCEPT VR-TODAY FROM DATE YYYYMMDD.
027200     IF VR-PARM-LEN >= 8
027300        AND VR-PARM-TEXT (1:8) NUMERIC
027400         MOVE VR-PARM-TEXT (1:8) TO VR-RUN-DATE
027500     ELSE
027600         DISPLAY 'VR690 - RUN-DATE PARM MISSING OR NOT'
027700                 ' NUMERIC'
027800         MOVE 8 TO RETURN-CODE
027900         STOP RUN
028000     END-IF.
028100     OPEN INPUT  VR-LEDGER-FILE
028200          OUTPUT VR-PROOF-RPT.
028300     MOVE VR-RUN-DATE TO VR-TL-RUN-DATE.
028400     MOVE VR-TODAY    TO VR-TL-TODAY.
028500     MOVE SPACES        TO VR-PROOF-LINE.
028600     MOVE VR-TITLE-LINE TO VR-PROOF-LINE.
028700     WRITE VR-PROOF-LINE.
028800 1000-INITIALIZE-EXIT.
028900     EXIT.
029000*
029100******************************************************************
029200* 2000-LOAD-LEDGER READS THE WHOLE LEDGER AND TABLES THE         *
029300* POSTINGS FOR THE RUN-DATE, NOTING EACH PROGRAM'S LATEST STAMP. *
029400******************************************************************
029500 2000-LOAD-LEDGER.
029600     PERFORM 2100-READ-LEDGER
029700         THRU 2100-READ-LEDGER-EXIT.
029800     PERFORM 2200-TABLE-POSTING
029900         THRU 2200-TABLE-POSTING-EXIT
030000         UNTIL VR-LEDGER-EOF.
030100     CLOSE VR-LEDGER-FILE.
030200     PERFORM 2300-COUNT-LATEST
030300         THRU 2300-COUNT-LATEST-EXIT
030400         VARYING VR-LG-IDX FROM 1 BY 1
030500         UNTIL VR-LG-IDX > VR-LG-USED.
030600 2000-LOAD-LEDGER-EXIT.
030700     EXIT.
030800*
030900 2100-READ-LEDGER.
031000     READ VR-LEDGER-FILE
031100         AT END
031200             MOVE 'Y' TO VR-LEDGER-EOF-SW
031300     END-READ.
031400 2100-READ-LEDGER-EXIT.
031500     EXIT.
031600*
031700 2200-TABLE-POSTING.
031800     ADD 1 TO VR-LEDGER-COUNT.
031900     IF VRLG-RUN-DATE NOT = VR-RUN-DATE
032000         GO TO 2200-TABLE-POSTING-WRAP-UP
032100     END-IF.
032200     ADD 1 TO VR-RUN-DATE-COUNT.
032300     IF VR-LG-USED >= VR-LG-MAX
032400         DISPLAY 'VR690 - LEDGER TABLE FULL - ' VRLG-PROGRAM-ID
032500                 ' CATEGORY ' VRLG-CATEGORY ' NOT BALANCED'
032600         ADD 1 TO VR-OVERFLOW-COUNT
032700         GO TO 2200-TABLE-POSTING-WRAP-UP
032800     END-IF.
032900     ADD 1 TO VR-LG-USED.
033000     MOVE VRLG-PROGRAM-ID    TO VR-LG-PROGRAM (VR-LG-USED).
033100     MOVE VRLG-POSTING-STAMP TO VR-LG-STAMP (VR-LG-USED).
033200     MOVE VRLG-CATEGORY      TO VR-LG-CATEGORY (VR-LG-USED).
033300     MOVE VRLG-OFFICE-ID     TO VR-LG-OFFICE (VR-LG-USED).
033400     MOVE VRLG-RECORD-TYPE   TO VR-LG-RECTYPE (VR-LG-USED).
033500     MOVE VRLG-RECORD-COUNT  TO VR-LG-COUNT (VR-LG-USED).
033600     MOVE VRLG-XDATE-HASH    TO VR-LG-XDATE-HASH (VR-LG-USED).
033700     MOVE VRLG-FIELD-1-HASH
033800         TO VR-LG-FIELD-1-HASH (VR-LG-USED).
033900     PERFORM 2210-NOTE-PROGRAM
034000         THRU 2210-NOTE-PROGRAM-EXIT.
034100 2200-TABLE-POSTING-WRAP-UP.
034200     PERFORM 2100-READ-LEDGER
034300         THRU 2100-READ-LEDGER-EXIT.
034400 2200-TABLE-POSTING-EXIT.
034500     EXIT.
034600*
034700 2210-NOTE-PROGRAM.
034800     MOVE ZERO TO VR-PG-SLOT.
034900     PERFORM 2220-SCAN-PROGRAM
035000         THRU 2220-SCAN-PROGRAM-EXIT
035100         VARYING VR-PG-IDX FROM 1 BY 1
035200         UNTIL VR-PG-IDX > VR-PG-USED
035300            OR VR-PG-SLOT > ZERO.
035400     IF VR-PG-SLOT = ZERO
035500         IF VR-PG-USED >= VR-PG-MAX
035600             DISPLAY 'VR690 - PROGRAM TABLE FULL - '
035700                     VRLG-PROGRAM-ID ' NOT BALANCED'
035800             ADD 1 TO VR-OVERFLOW-COUNT
035900             GO TO 2210-NOTE-PROGRAM-EXIT
036000         END-IF
036100         ADD 1 TO VR-PG-USED
036200         MOVE VR-PG-USED      TO VR-PG-SLOT
036300         MOVE VRLG-PROGRAM-ID TO VR-PG-PROGRAM (VR-PG-SLOT)
036400         MOVE LOW-VALUES      TO VR-PG-STAMP (VR-PG-SLOT)
036500         MOVE ZERO            TO VR-PG-RECORDS (VR-PG-SLOT)
036600     END-IF.
036700     IF VRLG-POSTING-STAMP > VR-PG-STAMP (VR-PG-SLOT)
036800         MOVE VRLG-POSTING-STAMP TO VR-PG-STAMP (VR-PG-SLOT)
036900         MOVE VRLG-RESTART-SW    TO VR-PG-RESTART-SW (VR-PG-SLOT)
037000     END-IF.
037100 2210-NOTE-PROGRAM-EXIT.
037200     EXIT.
037300*
037400 2220-SCAN-PROGRAM.
037500     IF VR-PG-PROGRAM (VR-PG-IDX) = VRLG-PROGRAM-ID
037600         MOVE VR-PG-IDX TO VR-PG-SLOT
037700     END-IF.
037800 2220-SCAN-PROGRAM-EXIT.
037900     EXIT.
038000*
038100 2300-COUNT-LATEST.
038200     PERFORM 2310-FIND-ENTRY-PROGRAM
038300         THRU 2310-FIND-ENTRY-PROGRAM-EXIT.
038400     IF VR-PG-SLOT > ZERO
038500        AND VR-LG-STAMP (VR-LG-IDX) = VR-PG-STAMP (VR-PG-SLOT)
038600         ADD 1 TO VR-USED-COUNT
038700         ADD VR-LG-COUNT (VR-LG-IDX) TO VR-PG-RECORDS (VR-PG-SLOT)
038800     END-IF.
038900 2300-COUNT-LATEST-EXIT.
039000     EXIT.
039100*
039200 2310-FIND-ENTRY-PROGRAM.
039300     MOVE ZERO TO VR-PG-SLOT.
039400     PERFORM 2320-SCAN-ENTRY-PROGRAM
039500         THRU 2320-SCAN-ENTRY-PROGRAM-EXIT
039600         VARYING VR-PG-IDX FROM 1 BY 1
039700         UNTIL VR-PG-IDX > VR-PG-USED
039800            OR VR-PG-SLOT > ZERO.
039900 2310-FIND-ENTRY-PROGRAM-EXIT.
040000     EXIT.
040100*
040200 2320-SCAN-ENTRY-PROGRAM.
040300     IF VR-PG-PROGRAM (VR-PG-IDX) = VR-LG-PROGRAM (VR-LG-IDX)
040400         MOVE VR-PG-IDX TO VR-PG-SLOT
040500     END-IF.
040600 2320-SCAN-ENTRY-PROGRAM-EXIT.
040700     EXIT.
040800*
040900 2500-PRINT-POSTINGS.
041000     MOVE SPACES TO VR-PROOF-LINE.
041100     WRITE VR-PROOF-LINE.
041200     MOVE 'POSTINGS BALANCED - LATEST FOR EACH PROGRAM'
041300         TO VR-PROOF-LINE.
041400     WRITE VR-PROOF-LINE.
041500     IF VR-PG-USED = ZERO
041600         MOVE '  NO LEDGER POSTINGS FOR THE RUN-DATE'
041700             TO VR-PROOF-LINE
041800         WRITE VR-PROOF-LINE
041900     END-IF.
042000     PERFORM 2510-PRINT-ONE-POSTING
042100         THRU 2510-PRINT-ONE-POSTING-EXIT
042200         VARYING VR-PG-IDX FROM 1 BY 1
042300         UNTIL VR-PG-IDX > VR-PG-USED.
042400 2500-PRINT-POSTINGS-EXIT.
042500     EXIT.
042600*
042700 2510-PRINT-ONE-POSTING.
042800     MOVE VR-PG-PROGRAM (VR-PG-IDX)     TO VR-PD-PROGRAM.
042900     MOVE VR-PG-POSTED-DATE (VR-PG-IDX) TO VR-PD-POSTED-DATE.
043000     MOVE VR-PG-POSTED-TIME (VR-PG-IDX) TO VR-PD-POSTED-TIME.
043100     MOVE VR-PG-RECORDS (VR-PG-IDX)     TO VR-PD-RECORDS.
043200     MOVE SPACES                        TO VR-PD-TEXT.
043300     IF VR-PG-RESTARTED (VR-PG-IDX)
043400         MOVE 'RESTARTED RUN - COUNTS ONLY COVER RECORDS AFTER CHE
043500-            'CKPOINT' TO VR-PD-TEXT
043600     END-IF.
043700     MOVE SPACES            TO VR-PROOF-LINE.
043800     MOVE VR-POSTING-DETAIL TO VR-PROOF-LINE.
043900     WRITE VR-PROOF-LINE.
044000 2510-PRINT-ONE-POSTING-EXIT.
044100     EXIT.
044200*
044300******************************************************************
044400* 3100 THROUGH 3600 DESCRIBE THE SIX CHECKS FOR 4000-RUN-CHECK.  *
044500******************************************************************
044600 3100-CHECK-TRAILERS.
044700     MOVE 1 TO VR-CK-NUMBER.
044800     MOVE 'VR050 TRAILER COUNTS = VR100 GOOD+SUSPENSE+REJECT'
044900         TO VR-CK-TITLE.
045000     MOVE 'VR050'  TO VR-CK-LEFT-PROGRAM.
045100     MOVE 'TR'     TO VR-CK-LEFT-CATS.
045200     MOVE 'VR100'  TO VR-CK-RIGHT-PROGRAM.
045300     MOVE 'GDSURJ' TO VR-CK-RIGHT-CATS.
045400     MOVE 'Y'      TO VR-CK-BY-OFFICE-SW.
045500     MOVE 'N'      TO VR-CK-BY-TYPE-SW.
045600     MOVE 'N'      TO VR-CK-HASH-SW.
045700     PERFORM 4000-RUN-CHECK
045800         THRU 4000-RUN-CHECK-EXIT.
045900 3100-CHECK-TRAILERS-EXIT.
046000     EXIT.
046100*
046200 3200-CHECK-EDIT.
046300     MOVE 2 TO VR-CK-NUMBER.
046400     MOVE 'VR050 RECORDS READ = VR100 GOOD+SUSPENSE+REJECT'
046500         TO VR-CK-TITLE.
046600     MOVE 'VR050'  TO VR-CK-LEFT-PROGRAM.
046700     MOVE 'IN'     TO VR-CK-LEFT-CATS.
046800     MOVE 'VR100'  TO VR-CK-RIGHT-PROGRAM.
046900     MOVE 'GDSURJ' TO VR-CK-RIGHT-CATS.
047000     MOVE 'Y'      TO VR-CK-BY-OFFICE-SW.
047100     MOVE 'Y'      TO VR-CK-BY-TYPE-SW.
047200     MOVE 'Y'      TO VR-CK-HASH-SW.
047300     PERFORM 4000-RUN-CHECK
047400         THRU 4000-RUN-CHECK-EXIT.
047500 3200-CHECK-EDIT-EXIT.
047600     EXIT.
047700*
047800 3300-CHECK-STANDARDIZE.
047900     MOVE 3 TO VR-CK-NUMBER.
048000     MOVE 'VR100 GOOD = VR120 WRITTEN'
048100         TO VR-CK-TITLE.
048200     MOVE 'VR100'  TO VR-CK-LEFT-PROGRAM.
048300     MOVE 'GD'     TO VR-CK-LEFT-CATS.
048400     MOVE 'VR120'  TO VR-CK-RIGHT-PROGRAM.
048500     MOVE 'WR'     TO VR-CK-RIGHT-CATS.
048600     MOVE 'Y'      TO VR-CK-BY-OFFICE-SW.
048700     MOVE 'Y'      TO VR-CK-BY-TYPE-SW.
048800     MOVE 'Y'      TO VR-CK-HASH-SW.
048900     PERFORM 4000-RUN-CHECK
049000         THRU 4000-RUN-CHECK-EXIT.
049100 3300-CHECK-STANDARDIZE-EXIT.
049200     EXIT.
049300*
049400 3400-CHECK-RESOLVE.
049500     MOVE 4 TO VR-CK-NUMBER.
049600     MOVE 'VR120 WRITTEN = VR130 KEPT+COLLAPSED+DIVERTED'
049700         TO VR-CK-TITLE.
049800     MOVE 'VR120'  TO VR-CK-LEFT-PROGRAM.
049900     MOVE 'WR'     TO VR-CK-LEFT-CATS.
050000     MOVE 'VR130'  TO VR-CK-RIGHT-PROGRAM.
050100     MOVE 'WRCODV' TO VR-CK-RIGHT-CATS.
050200     MOVE 'Y'      TO VR-CK-BY-OFFICE-SW.
050300     MOVE 'Y'      TO VR-CK-BY-TYPE-SW.
050400     MOVE 'Y'      TO VR-CK-HASH-SW.
050500     PERFORM 4000-RUN-CHECK
050600         THRU 4000-RUN-CHECK-EXIT.
050700 3400-CHECK-RESOLVE-EXIT.
050800     EXIT.
050900*
051000 3500-CHECK-SPLIT.
051100     MOVE 5 TO VR-CK-NUMBER.
051200     MOVE 'VR130 KEPT = VR110 SPLIT+NOT RECOGNIZED'
051300         TO VR-CK-TITLE.
051400     MOVE 'VR130'  TO VR-CK-LEFT-PROGRAM.
051500     MOVE 'WR'     TO VR-CK-LEFT-CATS.
051600     MOVE 'VR110'  TO VR-CK-RIGHT-PROGRAM.
051700     MOVE 'WROT'   TO VR-CK-RIGHT-CATS.
051800     MOVE 'N'      TO VR-CK-BY-OFFICE-SW.
051900     MOVE 'Y'      TO VR-CK-BY-TYPE-SW.
052000     MOVE 'Y'      TO VR-CK-HASH-SW.
052100     PERFORM 4000-RUN-CHECK
052200         THRU 4000-RUN-CHECK-EXIT.
052300 3500-CHECK-SPLIT-EXIT.
052400     EXIT.
052500*
052600 3600-CHECK-APPLY.
052700     MOVE 6 TO VR-CK-NUMBER.
052800     MOVE 'VR110 SPLIT+NOT RECOGNIZED = VR610 ADDED+CHANGED+UNCHAN
052900-        'GED'
053000         TO VR-CK-TITLE.
053100     MOVE 'VR110'  TO VR-CK-LEFT-PROGRAM.
053200     MOVE 'WROT'   TO VR-CK-LEFT-CATS.
053300     MOVE 'VR610'  TO VR-CK-RIGHT-PROGRAM.
053400     MOVE 'ADCHUN' TO VR-CK-RIGHT-CATS.
053500     MOVE 'N'      TO VR-CK-BY-OFFICE-SW.
053600     MOVE 'Y'      TO VR-CK-BY-TYPE-SW.
053700     MOVE 'Y'      TO VR-CK-HASH-SW.
053800     PERFORM 4000-RUN-CHECK
053900         THRU 4000-RUN-CHECK-EXIT.
054000 3600-CHECK-APPLY-EXIT.
054100     EXIT.
054200*
054300******************************************************************
054400* 4000-RUN-CHECK BALANCES THE LEFT PROGRAM'S CATEGORIES AGAINST  *
054500* THE RIGHT PROGRAM'S AS DESCRIBED IN VR-CHECK-SETUP, PRINTS THE *
054600* CHECK'S STATUS AND RUN TOTALS AND THE FIRST ROWS THAT DIFFER.  *
054700******************************************************************
054800 4000-RUN-CHECK.
054900     MOVE SPACES          TO VR-PROOF-LINE.
055000     WRITE VR-PROOF-LINE.
055100     MOVE VR-CK-NUMBER    TO VR-CL-NUMBER.
055200     MOVE VR-CK-TITLE     TO VR-CL-TITLE.
055300     MOVE SPACES          TO VR-CL-TEXT.
055400     MOVE VR-CK-LEFT-PROGRAM TO VR-CK-PROGRAM.
055500     PERFORM 4010-FIND-PROGRAM
055600         THRU 4010-FIND-PROGRAM-EXIT.
055700     MOVE VR-PG-SLOT      TO VR-CK-LEFT-SLOT.
055800     MOVE VR-CK-RIGHT-PROGRAM TO VR-CK-PROGRAM.
055900     PERFORM 4010-FIND-PROGRAM
056000         THRU 4010-FIND-PROGRAM-EXIT.
056100     MOVE VR-PG-SLOT      TO VR-CK-RIGHT-SLOT.
056200     IF VR-CK-LEFT-SLOT = ZERO
056300        OR VR-CK-RIGHT-SLOT = ZERO
056400         MOVE 'NO POSTING' TO VR-CL-STATUS
056500         IF VR-CK-LEFT-SLOT = ZERO
056600             MOVE VR-CK-LEFT-PROGRAM  TO VR-CL-TEXT
056700         ELSE
056800             MOVE VR-CK-RIGHT-PROGRAM TO VR-CL-TEXT
056900         END-IF
057000         MOVE 'DID NOT POST FOR THE RUN-DATE'
057100             TO VR-CL-TEXT (7 : 34)
057200         PERFORM 4900-WRITE-CHECK-LINE
057300             THRU 4900-WRITE-CHECK-LINE-EXIT
057400         ADD 1 TO VR-CHECK-BREAK-COUNT
057500         GO TO 4000-RUN-CHECK-EXIT
057600     END-IF.
057700     MOVE ZERO TO VR-CM-USED
057800                  VR-TT-LEFT-COUNT
057900                  VR-TT-LEFT-XDATE
058000                  VR-TT-LEFT-FIELD-1
058100                  VR-TT-RIGHT-COUNT
058200                  VR-TT-RIGHT-XDATE
058300                  VR-TT-RIGHT-FIELD-1
058400                  VR-ROW-BREAK-COUNT.
058500     PERFORM 4100-TAKE-ENTRY
058600         THRU 4100-TAKE-ENTRY-EXIT
058700         VARYING VR-LG-IDX FROM 1 BY 1
058800         UNTIL VR-LG-IDX > VR-LG-USED.
058900     PERFORM 4300-COUNT-ROW-BREAK
059000         THRU 4300-COUNT-ROW-BREAK-EXIT
059100         VARYING VR-CM-IDX FROM 1 BY 1
059200         UNTIL VR-CM-IDX > VR-CM-USED.
059300     IF VR-ROW-BREAK-COUNT = ZERO
059400         MOVE 'IN BALANCE'     TO VR-CL-STATUS
059500         ADD 1 TO VR-CHECK-OK-COUNT
059600     ELSE
059700         MOVE 'OUT OF BALANCE' TO VR-CL-STATUS
059800         ADD 1 TO VR-CHECK-BREAK-COUNT
059900     END-IF.
060000     IF VR-PG-RESTARTED (VR-CK-LEFT-SLOT)
060100        OR VR-PG-RESTARTED (VR-CK-RIGHT-SLOT)
060200         MOVE 'RESTARTED RUN POSTING TAKES PART'
060300             TO VR-CL-TEXT
060400     END-IF.
060500     PERFORM 4900-WRITE-CHECK-LINE
060600         THRU 4900-WRITE-CHECK-LINE-EXIT.
060700     MOVE SPACES            TO VR-PROOF-LINE.
060800     MOVE VR-AMOUNT-HEADING TO VR-PROOF-LINE.
060900     WRITE VR-PROOF-LINE.
061000     MOVE 'RUN TOTAL'          TO VR-AL-LABEL.
061100     MOVE VR-TT-LEFT-COUNT     TO VR-AL-LEFT-COUNT.
061200     MOVE VR-TT-RIGHT-COUNT    TO VR-AL-RIGHT-COUNT.
061300     MOVE VR-TT-LEFT-XDATE     TO VR-AL-LEFT-XDATE.
061400     MOVE VR-TT-RIGHT-XDATE    TO VR-AL-RIGHT-XDATE.
061500     MOVE VR-TT-LEFT-FIELD-1   TO VR-AL-LEFT-FIELD-1.
061600     MOVE VR-TT-RIGHT-FIELD-1  TO VR-AL-RIGHT-FIELD-1.
061700     MOVE SPACES               TO VR-AL-FLAG.
061800     PERFORM 4800-WRITE-AMOUNT-LINE
061900         THRU 4800-WRITE-AMOUNT-LINE-EXIT.
062000     MOVE ZERO TO VR-ROW-BREAK-COUNT.
062100     PERFORM 4400-PRINT-ROW-BREAK
062200         THRU 4400-PRINT-ROW-BREAK-EXIT
062300         VARYING VR-CM-IDX FROM 1 BY 1
062400         UNTIL VR-CM-IDX > VR-CM-USED.
062500     IF VR-ROW-BREAK-COUNT > VR-MAX-DETAIL-LINES
062600         MOVE '  FURTHER ROWS OUT OF BALANCE NOT LISTED'
062700             TO VR-PROOF-LINE
062800         WRITE VR-PROOF-LINE
062900     END-IF.
063000 4000-RUN-CHECK-EXIT.
063100     EXIT.
063200*
063300 4010-FIND-PROGRAM.
063400     MOVE ZERO TO VR-PG-SLOT.
063500     PERFORM 4020-SCAN-PROGRAM
063600         THRU 4020-SCAN-PROGRAM-EXIT
063700         VARYING VR-PG-IDX FROM 1 BY 1
063800         UNTIL VR-PG-IDX > VR-PG-USED
063900            OR VR-PG-SLOT > ZERO.
064000 4010-FIND-PROGRAM-EXIT.
064100     EXIT.
064200*
064300 4020-SCAN-PROGRAM.
064400     IF VR-PG-PROGRAM (VR-PG-IDX) = VR-CK-PROGRAM
064500         MOVE VR-PG-IDX TO VR-PG-SLOT
064600     END-IF.
064700 4020-SCAN-PROGRAM-EXIT.
064800     EXIT.
064900*
065000 4100-TAKE-ENTRY.
065100     MOVE SPACE TO VR-CK-SIDE.
065200     IF VR-LG-PROGRAM (VR-LG-IDX) = VR-CK-LEFT-PROGRAM
065300        AND VR-LG-STAMP (VR-LG-IDX) =
065400            VR-PG-STAMP (VR-CK-LEFT-SLOT)
065500         MOVE VR-CK-LEFT-CATS TO VR-CK-CATS
065600         PERFORM 4110-MATCH-CATEGORY
065700             THRU 4110-MATCH-CATEGORY-EXIT
065800         IF VR-CAT-MATCH
065900             MOVE 'L' TO VR-CK-SIDE
066000         END-IF
066100     END-IF.
066200     IF VR-LG-PROGRAM (VR-LG-IDX) = VR-CK-RIGHT-PROGRAM
066300        AND VR-LG-STAMP (VR-LG-IDX) =
066400            VR-PG-STAMP (VR-CK-RIGHT-SLOT)
066500         MOVE VR-CK-RIGHT-CATS TO VR-CK-CATS
066600         PERFORM 4110-MATCH-CATEGORY
066700             THRU 4110-MATCH-CATEGORY-EXIT
066800         IF VR-CAT-MATCH
066900             MOVE 'R' TO VR-CK-SIDE
067000         END-IF
067100     END-IF.
067200     IF VR-CK-SIDE = SPACE
067300         GO TO 4100-TAKE-ENTRY-EXIT
067400     END-IF.
067500     MOVE SPACES TO VR-ROW-WORK.
067600     IF VR-CK-BY-OFFICE
067700         MOVE VR-LG-OFFICE (VR-LG-IDX)  TO VR-RW-OFFICE
067800     END-IF.
067900     IF VR-CK-BY-TYPE
068000         MOVE VR-LG-RECTYPE (VR-LG-IDX) TO VR-RW-RECTYPE
068100     END-IF.
068200     PERFORM 4200-FIND-ROW
068300         THRU 4200-FIND-ROW-EXIT.
068400     IF VR-CM-SLOT = ZERO
068500         GO TO 4100-TAKE-ENTRY-EXIT
068600     END-IF.
068700     IF VR-CK-LEFT-SIDE
068800         ADD VR-LG-COUNT (VR-LG-IDX)
068900             TO VR-CM-LEFT-COUNT (VR-CM-SLOT)
069000                VR-TT-LEFT-COUNT
069100         ADD VR-LG-XDATE-HASH (VR-LG-IDX)
069200             TO VR-CM-LEFT-XDATE (VR-CM-SLOT)
069300                VR-TT-LEFT-XDATE
069400         ADD VR-LG-FIELD-1-HASH (VR-LG-IDX)
069500             TO VR-CM-LEFT-FIELD-1 (VR-CM-SLOT)
069600                VR-TT-LEFT-FIELD-1
069700     ELSE
069800         ADD VR-LG-COUNT (VR-LG-IDX)
069900             TO VR-CM-RIGHT-COUNT (VR-CM-SLOT)
070000                VR-TT-RIGHT-COUNT
070100         ADD VR-LG-XDATE-HASH (VR-LG-IDX)
070200             TO VR-CM-RIGHT-XDATE (VR-CM-SLOT)
070300                VR-TT-RIGHT-XDATE
070400         ADD VR-LG-FIELD-1-HASH (VR-LG-IDX)
070500             TO VR-CM-RIGHT-FIELD-1 (VR-CM-SLOT)
070600                VR-TT-RIGHT-FIELD-1
070700     END-IF.
070800 4100-TAKE-ENTRY-EXIT.
070900     EXIT.
071000*
071100 4110-MATCH-CATEGORY.
071200     MOVE 'N' TO VR-CAT-MATCH-SW.
071300     PERFORM 4120-TEST-CATEGORY
071400         THRU 4120-TEST-CATEGORY-EXIT
071500         VARYING VR-CT-IDX FROM 1 BY 1
071600         UNTIL VR-CT-IDX > 3
071700            OR VR-CAT-MATCH.
071800 4110-MATCH-CATEGORY-EXIT.
071900     EXIT.
072000*
072100 4120-TEST-CATEGORY.
072200     IF VR-CK-CAT (VR-CT-IDX) NOT = SPACES
072300        AND VR-CK-CAT (VR-CT-IDX) = VR-LG-CATEGORY (VR-LG-IDX)
072400         MOVE 'Y' TO VR-CAT-MATCH-SW
072500     END-IF.
072600 4120-TEST-CATEGORY-EXIT.
072700     EXIT.
072800*
072900 4200-FIND-ROW.
073000     MOVE ZERO TO VR-CM-SLOT.
073100     PERFORM 4210-SCAN-ROW
073200         THRU 4210-SCAN-ROW-EXIT
073300         VARYING VR-CM-IDX FROM 1 BY 1
073400         UNTIL VR-CM-IDX > VR-CM-USED
073500            OR VR-CM-SLOT > ZERO.
073600     IF VR-CM-SLOT > ZERO
073700         GO TO 4200-FIND-ROW-EXIT
073800     END-IF.
073900     IF VR-CM-USED >= VR-CM-MAX
074000         DISPLAY 'VR690 - COMPARISON TABLE FULL - CHECK '
074100                 VR-CK-NUMBER ' OFFICE ' VR-RW-OFFICE
074200                 ' NOT BALANCED'
074300         ADD 1 TO VR-OVERFLOW-COUNT
074400         GO TO 4200-FIND-ROW-EXIT
074500     END-IF.
074600     ADD 1 TO VR-CM-USED.
074700     MOVE VR-CM-USED    TO VR-CM-SLOT.
074800     MOVE VR-RW-OFFICE  TO VR-CM-OFFICE (VR-CM-SLOT).
074900     MOVE VR-RW-RECTYPE TO VR-CM-RECTYPE (VR-CM-SLOT).
075000     MOVE ZERO TO VR-CM-LEFT-COUNT (VR-CM-SLOT)
075100                  VR-CM-LEFT-XDATE (VR-CM-SLOT)
075200                  VR-CM-LEFT-FIELD-1 (VR-CM-SLOT)
075300                  VR-CM-RIGHT-COUNT (VR-CM-SLOT)
075400                  VR-CM-RIGHT-XDATE (VR-CM-SLOT)
075500                  VR-CM-RIGHT-FIELD-1 (VR-CM-SLOT).
075600 4200-FIND-ROW-EXIT.
075700     EXIT.
075800*
075900 4210-SCAN-ROW.
076000     IF VR-CM-OFFICE (VR-CM-IDX) = VR-RW-OFFICE
076100        AND VR-CM-RECTYPE (VR-CM-IDX) = VR-RW-RECTYPE
076200         MOVE VR-CM-IDX TO VR-CM-SLOT
076300     END-IF.
076400 4210-SCAN-ROW-EXIT.
076500     EXIT.
076600*
076700 4300-COUNT-ROW-BREAK.
076800     PERFORM 4310-TEST-ROW
076900         THRU 4310-TEST-ROW-EXIT.
077000     IF VR-ROW-BREAK
077100         ADD 1 TO VR-ROW-BREAK-COUNT
077200     END-IF.
077300 4300-COUNT-ROW-BREAK-EXIT.
077400     EXIT.
077500*
077600 4310-TEST-ROW.
077700     MOVE 'N' TO VR-ROW-BREAK-SW.
077800     IF VR-CM-LEFT-COUNT (VR-CM-IDX) NOT =
077900        VR-CM-RIGHT-COUNT (VR-CM-IDX)
078000         MOVE 'Y' TO VR-ROW-BREAK-SW
078100     END-IF.
078200     IF VR-CK-HASHES
078300        AND (VR-CM-LEFT-XDATE (VR-CM-IDX) NOT =
078400             VR-CM-RIGHT-XDATE (VR-CM-IDX)
078500          OR VR-CM-LEFT-FIELD-1 (VR-CM-IDX) NOT =
078600             VR-CM-RIGHT-FIELD-1 (VR-CM-IDX))
078700         MOVE 'Y' TO VR-ROW-BREAK-SW
078800     END-IF.
078900 4310-TEST-ROW-EXIT.
079000     EXIT.
079100*
079200 4400-PRINT-ROW-BREAK.
079300     PERFORM 4310-TEST-ROW
079400         THRU 4310-TEST-ROW-EXIT.
079500     IF NOT VR-ROW-BREAK
079600         GO TO 4400-PRINT-ROW-BREAK-EXIT
079700     END-IF.
079800     ADD 1 TO VR-ROW-BREAK-COUNT.
079900     IF VR-ROW-BREAK-COUNT > VR-MAX-DETAIL-LINES
080000         GO TO 4400-PRINT-ROW-BREAK-EXIT
080100     END-IF.
080200     MOVE VR-CM-OFFICE (VR-CM-IDX)  TO VR-RL-OFFICE.
080300     MOVE VR-CM-RECTYPE (VR-CM-IDX) TO VR-RL-RECTYPE.
080400     MOVE VR-ROW-LABEL              TO VR-AL-LABEL.
080500     MOVE VR-CM-LEFT-COUNT (VR-CM-IDX)    TO VR-AL-LEFT-COUNT.
080600     MOVE VR-CM-RIGHT-COUNT (VR-CM-IDX)   TO VR-AL-RIGHT-COUNT.
080700     MOVE VR-CM-LEFT-XDATE (VR-CM-IDX)    TO VR-AL-LEFT-XDATE.
080800     MOVE VR-CM-RIGHT-XDATE (VR-CM-IDX)   TO VR-AL-RIGHT-XDATE.
080900     MOVE VR-CM-LEFT-FIELD-1 (VR-CM-IDX)  TO VR-AL-LEFT-FIELD-1.
081000     MOVE VR-CM-RIGHT-FIELD-1 (VR-CM-IDX)
081100         TO VR-AL-RIGHT-FIELD-1.
081200     MOVE 'BREAK'                   TO VR-AL-FLAG.
081300     PERFORM 4800-WRITE-AMOUNT-LINE
081400         THRU 4800-WRITE-AMOUNT-LINE-EXIT.
081500 4400-PRINT-ROW-BREAK-EXIT.
081600     EXIT.
081700*
081800 4800-WRITE-AMOUNT-LINE.
081900     IF NOT VR-CK-HASHES
082000         MOVE SPACES TO VR-AL-HASHES
082100     END-IF.
082200     MOVE SPACES         TO VR-PROOF-LINE.
082300     MOVE VR-AMOUNT-LINE TO VR-PROOF-LINE.
082400     WRITE VR-PROOF-LINE.
082500 4800-WRITE-AMOUNT-LINE-EXIT.
082600     EXIT.
082700*
082800 4900-WRITE-CHECK-LINE.
082900     MOVE SPACES        TO VR-PROOF-LINE.
083000     MOVE VR-CHECK-LINE TO VR-PROOF-LINE.
083100     WRITE VR-PROOF-LINE.
083200 4900-WRITE-CHECK-LINE-EXIT.
083300     EXIT.
083400*
083500 9000-TERMINATE.
083600     IF VR-OVERFLOW-COUNT > ZERO
083700         ADD 1 TO VR-CHECK-BREAK-COUNT
083800     END-IF.
083900     MOVE SPACES TO VR-PROOF-LINE.
084000     WRITE VR-PROOF-LINE.
084100     IF VR-CHECK-BREAK-COUNT = ZERO
084200         MOVE 'PROOF IN BALANCE - VR620 AND THE PARTNER TRANSMISSI
084300-            'ONS MAY RUN' TO VR-PROOF-LINE
084400         WRITE VR-PROOF-LINE
084500     ELSE
084600         MOVE 'PROOF OUT OF BALANCE - HOLD VR620 AND THE PARTNER T
084700-            'RANSMISSIONS UNTIL OPERATIONS SIGNS OFF'
084800             TO VR-PROOF-LINE
084900         WRITE VR-PROOF-LINE
085000     END-IF.
085100     CLOSE VR-PROOF-RPT.
085200     DISPLAY 'VR690 - CONTROL-TOTAL PROOF COMPLETE'.
085300     DISPLAY 'VR690 - RUN-DATE          : ' VR-RUN-DATE.
085400     DISPLAY 'VR690 - LEDGER RECORDS    : ' VR-LEDGER-COUNT.
085500     DISPLAY 'VR690 - FOR THE RUN-DATE  : ' VR-RUN-DATE-COUNT.
085600     DISPLAY 'VR690 - LATEST POSTINGS   : ' VR-USED-COUNT.
085700     DISPLAY 'VR690 - CHECKS IN BALANCE : ' VR-CHECK-OK-COUNT.
085800     DISPLAY 'VR690 - CHECKS BROKEN     : ' VR-CHECK-BREAK-COUNT.
085900     DISPLAY 'VR690 - TABLE OVERFLOWS   : ' VR-OVERFLOW-COUNT.
086000     PERFORM 9100-WRITE-RUN-STATS
086100         THRU 9100-WRITE-RUN-STATS-EXIT.
086200     IF VR-CHECK-BREAK-COUNT > ZERO
086300         DISPLAY 'VR690 - PROOF OUT OF BALANCE - RETURN CODE 8'
086400         MOVE 8 TO RETURN-CODE
086500     END-IF.
086600 9000-TERMINATE-EXIT.
086700     EXIT.
086800*
086900******************************************************************
087000* 9100-WRITE-RUN-STATS APPENDS THE RUN'S COUNTS TO THE SHARED    *
087100* RUN-STATISTICS HISTORY FILE FOR THE VR700 TREND REPORT.        *
087200******************************************************************
087300 9100-WRITE-RUN-STATS.
087400     OPEN EXTEND VR-STATS-FILE.
087500     MOVE 'VR690'              TO VRST-PROGRAM-ID.
087600     MOVE VR-RUN-DATE          TO VRST-RUN-DATE.
087700     MOVE VR-RUN-DATE-COUNT    TO VRST-INPUT-COUNT.
087800     MOVE VR-CHECK-OK-COUNT    TO VRST-RESULT-COUNT-1.
087900     MOVE VR-CHECK-BREAK-COUNT TO VRST-RESULT-COUNT-2.
088000     MOVE VR-USED-COUNT        TO VRST-RESULT-COUNT-3.
088100     MOVE SPACES               TO VRST-OFFICE-ID.
088200     WRITE VR-STAT-RECORD.
088300     CLOSE VR-STATS-FILE.
088400 9100-WRITE-RUN-STATS-EXIT.
088500     EXIT.
