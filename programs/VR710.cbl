      *****************************************************************
      *                                                               *
      *   VR710    -  AGE-AT-DEATH AND MORTALITY STATISTICS REPORT    *
      *                                                               *
      *   READS THE DUP-NAME MASTER KSDS FROM END TO END AND REPORTS *
      *   THE DEATHS IN THE REPORTING PERIOD ON THE PARM             *
      *   (PARM=YYYYMMDDYYYYMMDD - FROM DATE THEN TO DATE, BOTH      *
      *   INCLUSIVE, AT MOST TEN YEARS APART).  A DEATH IS IN THE    *
      *   PERIOD WHEN ITS DEATH XDATE IS.  ACTIVE RECORD-TYPE '1'    *
      *   AND '2' RECORDS WITH A DEATH XDATE GIVE THE AGE AT DEATH   *
      *   FROM THE BIRTH XDATE - UNDER 1 (INFANT), 1-17, 18-64 AND   *
      *   65 PLUS - OR AGE UNKNOWN WHERE THE BIRTH XDATE IS ABSENT   *
      *   OR LATER THAN THE DEATH.  ACTIVE RECORD-TYPE '3' DEATH-    *
      *   ONLY RECORDS ARE DEATHS WITH NO BIRTH RECORD ON FILE.      *
      *   LOGICALLY DELETED RECORDS ARE EXCLUDED.                    *
      *                                                               *
      *   THE REPORT (VRRPT01) BREAKS THE DEATHS DOWN BY DEATH CITY  *
      *   AND BY CALENDAR MONTH OF DEATH, WITH AN INFANT MORTALITY   *
      *   LINE - DEATHS UNDER 1 PER 1,000 LIVE BIRTHS, THE BIRTHS    *
      *   BEING THE ACTIVE RECORD-TYPE '1' AND '2' RECORDS WHOSE     *
      *   BIRTH XDATE FALLS IN THE PERIOD.  THE SAME FIGURES ARE     *
      *   WRITTEN TO THE VRMORT SUMMARY FILE (VRMOR01) FOR THE STATE *
      *   STATISTICS UNIT.  CITIES ARE THE CANONICAL NAMES VR120     *
      *   STANDARDIZED ON THE WAY IN.                                *
      *                                                               *
      *   MODIFICATION HISTORY                                       *
      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   15/10/26   RLB   ORIGINAL PROGRAM.                          *
      *                                                               *
      *****************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     VR710.
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
001500     SELECT VR-MASTER-FILE    ASSIGN TO VRMAS01
001600                              ORGANIZATION IS INDEXED
001700                              ACCESS MODE IS DYNAMIC
001800                              RECORD KEY IS VRM-KEY
001900                              FILE STATUS IS VR-MASTER-STATUS.
002000     SELECT VR-MORTALITY-RPT  ASSIGN TO VRRPT01
002100                              ORGANIZATION IS SEQUENTIAL.
002200     SELECT VR-SUMMARY-FILE   ASSIGN TO VRMOR01
002300                              ORGANIZATION IS SEQUENTIAL.
002400     SELECT VR-STATS-FILE     ASSIGN TO VRSTA01
002500                              ORGANIZATION IS SEQUENTIAL.
002600*
002700 DATA DIVISION.
002800 FILE SECTION.
002900 FD  VR-MASTER-FILE
003000     LABEL RECORDS ARE STANDARD.
003100     COPY VRMAST.
003200*
003300 FD  VR-MORTALITY-RPT
003400     RECORDING MODE IS F
003500     LABEL RECORDS ARE STANDARD.
003600 01  VR-MORTALITY-LINE         PIC X(132).
003700*
003800 FD  VR-SUMMARY-FILE
003900     RECORDING MODE IS F
004000     LABEL RECORDS ARE STANDARD.
004100     COPY VRMORT.
004200*
004300 FD  VR-STATS-FILE
004400     RECORDING MODE IS F
004500     LABEL RECORDS ARE STANDARD.
004600     COPY VRSTAT.
004700*
004800 WORKING-STORAGE SECTION.
004900 01  VR-SWITCHES.
005000     05  VR-MASTER-EOF-SW      PIC X(01)  VALUE 'N'.
005100         88  VR-MASTER-EOF                VALUE 'Y'.
005200     05  VR-CITY-FOUND-SW      PIC X(01)  VALUE 'N'.
005300         88  VR-CITY-FOUND                VALUE 'Y'.
005400     05  VR-CITY-OVERFLOW-SW   PIC X(01)  VALUE 'N'.
005500         88  VR-CITY-OVERFLOW             VALUE 'Y'.
005600*
005700 01  VR-COUNTERS.
005800     05  VR-READ-COUNT         PIC 9(09)  COMP VALUE ZERO.
005900     05  VR-DELETED-COUNT      PIC 9(09)  COMP VALUE ZERO.
006000     05  VR-BIRTH-COUNT        PIC 9(09)  COMP VALUE ZERO.
006100     05  VR-SUMMARY-COUNT      PIC 9(09)  COMP VALUE ZERO.
006200*
006300 01  VR-INDEXES.
006400     05  VR-CT-IDX             PIC 9(04)  COMP VALUE ZERO.
006500     05  VR-CT-SLOT            PIC 9(04)  COMP VALUE ZERO.
006600     05  VR-MO-IDX             PIC 9(04)  COMP VALUE ZERO.
006700     05  VR-BAND               PIC 9(01)  COMP VALUE ZERO.
006800*
006900 01  VR-FILE-STATUS.
007000     05  VR-MASTER-STATUS      PIC X(02)  VALUE SPACES.
007100*
007200 01  VR-RUN-DATE               PIC 9(08)  VALUE ZERO.
007300*
007400******************************************************************
007500* THE REPORTING PERIOD FROM THE PARM AND THE NUMBER OF CALENDAR  *
007600* MONTHS IT SPANS - ONE VR-MO-ENTRY PER MONTH, AT MOST 120.      *
007700******************************************************************
007800 01  VR-PERIOD.
007900     05  VR-PERIOD-FROM        PIC 9(08)  VALUE ZERO.
008000     05  VR-PERIOD-FROM-R REDEFINES VR-PERIOD-FROM.
008100         10  VR-FROM-YEAR      PIC 9(04).
008200         10  VR-FROM-MONTH     PIC 9(02).
008300         10  VR-FROM-DD        PIC 9(02).
008400     05  VR-PERIOD-TO          PIC 9(08)  VALUE ZERO.
008500     05  VR-PERIOD-TO-R REDEFINES VR-PERIOD-TO.
008600         10  VR-TO-YEAR        PIC 9(04).
008700         10  VR-TO-MONTH       PIC 9(02).
008800         10  VR-TO-DD          PIC 9(02).
008900     05  VR-PERIOD-MONTHS      PIC S9(05) COMP VALUE ZERO.
009000*
009100******************************************************************
009200* AGE-AT-DEATH WORK.  THE AGE IS IN COMPLETED YEARS - ONE LESS   *
009300* THAN THE DIFFERENCE IN YEARS WHEN THE DEATH FALLS BEFORE THE   *
009400* BIRTHDAY IN THE YEAR OF DEATH.                                 *
009500******************************************************************
009600 01  VR-AGE-WORK.
009700     05  VR-BIRTH-DATE         PIC 9(08)  VALUE ZERO.
009800     05  VR-BIRTH-DATE-R REDEFINES VR-BIRTH-DATE.
009900         10  VR-BIRTH-YEAR     PIC 9(04).
010000         10  VR-BIRTH-MMDD     PIC 9(04).
010100     05  VR-DEATH-DATE         PIC 9(08)  VALUE ZERO.
010200     05  VR-DEATH-DATE-R REDEFINES VR-DEATH-DATE.
010300         10  VR-DEATH-YEAR     PIC 9(04).
010400         10  VR-DEATH-MONTH    PIC 9(02).
010500         10  VR-DEATH-DD       PIC 9(02).
010600     05  VR-DEATH-DATE-MD REDEFINES VR-DEATH-DATE.
010700         10  FILLER            PIC 9(04).
010800         10  VR-DEATH-MMDD     PIC 9(04).
010900     05  VR-AGE-YEARS          PIC S9(05) COMP VALUE ZERO.
011000     05  VR-DEATH-CITY         PIC X(20)  VALUE SPACES.
011100*
011200******************************************************************
011300* EVERY STATISTICS ROW CARRIES THE SAME SEVEN COUNTS - 1 DEATHS, *
011400* 2 UNDER 1, 3 AGED 1-17, 4 AGED 18-64, 5 AGED 65 PLUS, 6 AGE    *
011500* UNKNOWN, 7 NO BIRTH RECORD.  VR-BAND IS THE COUNT A DEATH      *
011600* ADDS TO BESIDES COUNT 1.                                       *
011700******************************************************************
011800 01  VR-CITY-TABLE.
011900     05  VR-CT-USED            PIC 9(04)  COMP VALUE ZERO.
012000     05  VR-CT-MAX             PIC 9(04)  COMP VALUE 1000.
012100     05  VR-CT-ENTRY OCCURS 1000 TIMES.
012200         10  VR-CT-CITY        PIC X(20).
012300         10  VR-CT-COUNTS.
012400             15  VR-CT-COUNT   PIC 9(07)  COMP OCCURS 7 TIMES.
012500*
012600 01  VR-OTHER-CITIES.
012700     05  VR-OC-COUNTS.
012800         10  VR-OC-COUNT       PIC 9(07)  COMP OCCURS 7 TIMES.
012900*
013000 01  VR-MONTH-TABLE.
013100     05  VR-MO-MAX             PIC 9(04)  COMP VALUE 120.
013200     05  VR-MO-ENTRY OCCURS 120 TIMES.
013300         10  VR-MO-YYYYMM      PIC 9(06).
013400         10  VR-MO-YYYYMM-R REDEFINES VR-MO-YYYYMM.
013500             15  VR-MO-YEAR    PIC 9(04).
013600             15  VR-MO-MONTH   PIC 9(02).
013700         10  VR-MO-COUNTS.
013800             15  VR-MO-COUNT   PIC 9(07)  COMP OCCURS 7 TIMES.
013900*
014000 01  VR-PERIOD-TOTALS.
014100     05  VR-PT-COUNTS.
014200         10  VR-PT-COUNT       PIC 9(07)  COMP OCCURS 7 TIMES.
014300*
014400 01  VR-ROW-WORK.
014500     05  VR-RW-LABEL           PIC X(20)  VALUE SPACES.
014600     05  VR-RW-PRINT-LABEL     PIC X(20)  VALUE SPACES.
014700     05  VR-RW-KIND            PIC X(01)  VALUE SPACE.
014800     05  VR-RW-COUNTS.
014900         10  VR-RW-COUNT       PIC 9(07)  COMP OCCURS 7 TIMES.
015000*
015100 01  VR-INFANT-RATE            PIC 9(04)V9(01) VALUE ZERO.
015200*
015300 01  VR-TITLE-LINE.
015400     05  FILLER                PIC X(43)  VALUE
015500         'VR710 - MORTALITY STATISTICS - DEATHS FROM '.
015600     05  VR-TL-FROM            PIC 9(08).
015700     05  FILLER                PIC X(04)  VALUE ' TO '.
015800     05  VR-TL-TO              PIC 9(08).
015900     05  FILLER                PIC X(11)  VALUE '   PRINTED '.
016000     05  VR-TL-RUN-DATE        PIC 9(08).
016100*
016200 01  VR-COLUMN-HEADING-1.
016300     05  FILLER                PIC X(02)  VALUE SPACES.
016400     05  VR-CH-BREAK           PIC X(20).
016500     05  FILLER                PIC X(40)  VALUE
016600         '    DEATHS   UNDER 1    1 - 17   18 - 64'.
016700     05  FILLER                PIC X(30)  VALUE
016800         '   65 PLUS  AGE UNKN  NO BIRTH'.
016900*
017000 01  VR-COLUMN-HEADING-2.
017100     05  FILLER                PIC X(22)  VALUE SPACES.
017200     05  FILLER                PIC X(40)  VALUE SPACES.
017300     05  FILLER                PIC X(30)  VALUE
017400         '                        RECORD'.
017500*
017600 01  VR-STATS-DETAIL.
017700     05  FILLER                PIC X(02)  VALUE SPACES.
017800     05  VR-SD-LABEL           PIC X(20).
017900     05  VR-SD-COLUMN OCCURS 7 TIMES.
018000         10  FILLER            PIC X(03).
018100         10  VR-SD-COUNT       PIC ZZZ,ZZ9.
018200*
018300 01  VR-MONTH-LABEL.
018400     05  VR-ML-YEAR            PIC 9(04).
018500     05  FILLER                PIC X(01)  VALUE '-'.
018600     05  VR-ML-MONTH           PIC 9(02).
018700     05  FILLER                PIC X(13)  VALUE SPACES.
018800*
018900 01  VR-INFANT-LINE.
019000     05  FILLER                PIC X(36)  VALUE
019100         'INFANT MORTALITY - DEATHS UNDER 1: '.
019200     05  VR-IL-INFANTS         PIC ZZZ,ZZ9.
019300     05  FILLER                PIC X(27)  VALUE
019400         '   LIVE BIRTHS IN PERIOD: '.
019500     05  VR-IL-BIRTHS          PIC ZZZ,ZZZ,ZZ9.
019600     05  FILLER                PIC X(27)  VALUE
019700         '   RATE PER 1,000 BIRTHS: '.
019800     05  VR-IL-RATE            PIC ZZZ9.9.
019900*
020000 LINKAGE SECTION.
020100 01  VR-PARM-AREA.
020200     05  VR-PARM-LEN           PIC S9(04) COMP.
020300     05  VR-PARM-TEXT          PIC X(16).
020400*
020500 PROCEDURE DIVISION USING VR-PARM-AREA.
020600*
020700 0000-MAINLINE.
020800     PERFORM 1000-INITIALIZE
020900         THRU 1000-INITIALIZE-EXIT.
021000     PERFORM 2000-TALLY-RECORD
021100         THRU 2000-TALLY-RECORD-EXIT
021200         UNTIL VR-MASTER-EOF.
021300     PERFORM 5000-PRINT-STATISTICS
021400         THRU 5000-PRINT-STATISTICS-EXIT.
021500     PERFORM 9000-TERMINATE
021600         THRU 9000-TERMINATE-EXIT.
021700     STOP RUN.
021800*
021900 1000-INITIALIZE.
022000     ACCEPT VR-RUN-DATE FROM DATE YYYYMMDD.
022100     PERFORM 1100-CHECK-PERIOD-PARM
022200         THRU 1100-CHECK-PERIOD-PARM-EXIT.
022300     MOVE ZERO TO VR-OC-COUNTS
022400                  VR-PT-COUNTS.
022500     PERFORM 1200-SET-MONTH
022600         THRU 1200-SET-MONTH-EXIT
022700         VARYING VR-MO-IDX FROM 1 BY 1
022800         UNTIL VR-MO-IDX > VR-PERIOD-MONTHS.
022900     OPEN INPUT VR-MASTER-FILE.
023000     IF VR-MASTER-STATUS NOT = '00'
023100         DISPLAY 'VR710 - MASTER OPEN FAILED - STATUS '
023200                 VR-MASTER-STATUS
023300         MOVE 8 TO RETURN-CODE
023400         STOP RUN
023500     END-IF.
023600     OPEN OUTPUT VR-MORTALITY-RPT
023700                 VR-SUMMARY-FILE.
023800     MOVE LOW-VALUES TO VRM-KEY.
023900     START VR-MASTER-FILE KEY >= VRM-KEY
024000         INVALID KEY
024100             MOVE 'Y' TO VR-MASTER-EOF-SW
024200     END-START.
024300     PERFORM 2100-READ-NEXT-MASTER
024400         THRU 2100-READ-NEXT-MASTER-EXIT.
024500 1000-INITIALIZE-EXIT.
024600     EXIT.
024700*
024800******************************************************************
024900* 1100-CHECK-PERIOD-PARM TAKES THE FROM AND TO DATES OFF THE     *
025000* PARM.  BOTH MUST BE NUMERIC WITH A MONTH OF 01-12, THE FROM    *
025100* DATE NOT AFTER THE TO DATE, AND THE PERIOD NO LONGER THAN      *
025200* VR-MO-MAX CALENDAR MONTHS.                                     *
025300******************************************************************
025400 1100-CHECK-PERIOD-PARM.
025500     IF VR-PARM-LEN >= 16
025600        AND VR-PARM-TEXT (1:16) NUMERIC
025700         MOVE VR-PARM-TEXT (1:8)  TO VR-PERIOD-FROM
025800         MOVE VR-PARM-TEXT (9:8)  TO VR-PERIOD-TO
025900     ELSE
026000         DISPLAY 'VR710 - PERIOD PARM MISSING OR NOT'
026100                 ' NUMERIC - PARM=YYYYMMDDYYYYMMDD'
026200         MOVE 8 TO RETURN-CODE
026300         STOP RUN
026400     END-IF.
026500     IF VR-FROM-MONTH < 1 OR VR-FROM-MONTH > 12
026600        OR VR-TO-MONTH < 1 OR VR-TO-MONTH > 12
026700        OR VR-PERIOD-FROM > VR-PERIOD-TO
026800         DISPLAY 'VR710 - PERIOD PARM NOT A VALID FROM/TO'
026900                 ' DATE PAIR - ' VR-PARM-TEXT (1:16)
027000         MOVE 8 TO RETURN-CODE
027100         STOP RUN
027200     END-IF.
027300     COMPUTE VR-PERIOD-MONTHS =
027400         (VR-TO-YEAR - VR-FROM-YEAR) * 12
027500         + VR-TO-MONTH - VR-FROM-MONTH + 1.
027600     IF VR-PERIOD-MONTHS > VR-MO-MAX
027700         DISPLAY 'VR710 - PERIOD LONGER THAN ' VR-MO-MAX
027800                 ' MONTHS - ' VR-PARM-TEXT (1:16)
027900         MOVE 8 TO RETURN-CODE
028000         STOP RUN
028100     END-IF.
028200 1100-CHECK-PERIOD-PARM-EXIT.
028300     EXIT.
028400*
028500 1200-SET-MONTH.
028600     IF VR-MO-IDX = 1
028700         MOVE VR-FROM-YEAR  TO VR-MO-YEAR (VR-MO-IDX)
028800         MOVE VR-FROM-MONTH TO VR-MO-MONTH (VR-MO-IDX)
028900     ELSE
029000         MOVE VR-MO-YYYYMM (VR-MO-IDX - 1)
029100             TO VR-MO-YYYYMM (VR-MO-IDX)
029200         IF VR-MO-MONTH (VR-MO-IDX) = 12
029300             ADD 1 TO VR-MO-YEAR (VR-MO-IDX)
029400             MOVE 1 TO VR-MO-MONTH (VR-MO-IDX)
029500         ELSE
029600             ADD 1 TO VR-MO-MONTH (VR-MO-IDX)
029700         END-IF
029800     END-IF.
029900     MOVE ZERO TO VR-MO-COUNTS (VR-MO-IDX).
030000 1200-SET-MONTH-EXIT.
030100     EXIT.
030200*
030300 2000-TALLY-RECORD.
030400     ADD 1 TO VR-READ-COUNT.
030500     IF VRM-LOGICALLY-DELETED
030600         ADD 1 TO VR-DELETED-COUNT
030700         GO TO 2000-TALLY-RECORD-WRAP-UP
030800     END-IF.
030900     MOVE ZERO TO VR-BIRTH-DATE
031000                  VR-DEATH-DATE.
031100     IF VRM-BIRTH-XDATE NUMERIC
031200         MOVE VRM-BIRTH-XDATE TO VR-BIRTH-DATE
031300     END-IF.
031400     IF VRM-DEATH-XDATE NUMERIC
031500         MOVE VRM-DEATH-XDATE TO VR-DEATH-DATE
031600     END-IF.
031700     IF (VRM-RECORD-TYPE = '1' OR VRM-RECORD-TYPE = '2')
031800        AND VR-BIRTH-DATE >= VR-PERIOD-FROM
031900        AND VR-BIRTH-DATE <= VR-PERIOD-TO
032000         ADD 1 TO VR-BIRTH-COUNT
032100     END-IF.
032200     IF VR-DEATH-DATE < VR-PERIOD-FROM
032300        OR VR-DEATH-DATE > VR-PERIOD-TO
032400         GO TO 2000-TALLY-RECORD-WRAP-UP
032500     END-IF.
032600     EVALUATE VRM-RECORD-TYPE
032700         WHEN '1'
032800         WHEN '2'
032900             PERFORM 2200-SET-AGE-BAND
033000                 THRU 2200-SET-AGE-BAND-EXIT
033100         WHEN '3'
033200             MOVE 7 TO VR-BAND
033300         WHEN OTHER
033400             GO TO 2000-TALLY-RECORD-WRAP-UP
033500     END-EVALUATE.
033600     MOVE VRM-DEATH-CITY TO VR-DEATH-CITY.
033700     PERFORM 2300-FIND-CITY
033800         THRU 2300-FIND-CITY-EXIT.
033900     IF VR-CT-SLOT = ZERO
034000         ADD 1 TO VR-OC-COUNT (1)
034100                  VR-OC-COUNT (VR-BAND)
034200     ELSE
034300         ADD 1 TO VR-CT-COUNT (VR-CT-SLOT, 1)
034400                  VR-CT-COUNT (VR-CT-SLOT, VR-BAND)
034500     END-IF.
034600     COMPUTE VR-MO-IDX =
034700         (VR-DEATH-YEAR - VR-FROM-YEAR) * 12
034800         + VR-DEATH-MONTH - VR-FROM-MONTH + 1.
034900     ADD 1 TO VR-MO-COUNT (VR-MO-IDX, 1)
035000              VR-MO-COUNT (VR-MO-IDX, VR-BAND).
035100     ADD 1 TO VR-PT-COUNT (1)
035200              VR-PT-COUNT (VR-BAND).
035300 2000-TALLY-RECORD-WRAP-UP.
035400     PERFORM 2100-READ-NEXT-MASTER
035500         THRU 2100-READ-NEXT-MASTER-EXIT.
035600 2000-TALLY-RECORD-EXIT.
035700     EXIT.
035800*
035900 2100-READ-NEXT-MASTER.
036000     IF VR-MASTER-EOF
036100         GO TO 2100-READ-NEXT-MASTER-EXIT
036200     END-IF.
036300     READ VR-MASTER-FILE NEXT RECORD
036400         AT END
036500             MOVE 'Y' TO VR-MASTER-EOF-SW
036600     END-READ.
036700 2100-READ-NEXT-MASTER-EXIT.
036800     EXIT.
036900*
037000 2200-SET-AGE-BAND.
037100     IF VR-BIRTH-DATE = ZERO
037200        OR VR-BIRTH-DATE > VR-DEATH-DATE
037300         MOVE 6 TO VR-BAND
037400         GO TO 2200-SET-AGE-BAND-EXIT
037500     END-IF.
037600     COMPUTE VR-AGE-YEARS = VR-DEATH-YEAR - VR-BIRTH-YEAR.
037700     IF VR-DEATH-MMDD < VR-BIRTH-MMDD
037800         SUBTRACT 1 FROM VR-AGE-YEARS
037900     END-IF.
038000     EVALUATE TRUE
038100         WHEN VR-AGE-YEARS < 1
038200             MOVE 2 TO VR-BAND
038300         WHEN VR-AGE-YEARS < 18
038400             MOVE 3 TO VR-BAND
038500         WHEN VR-AGE-YEARS < 65
038600             MOVE 4 TO VR-BAND
038700         WHEN OTHER
038800             MOVE 5 TO VR-BAND
038900     END-EVALUATE.
039000 2200-SET-AGE-BAND-EXIT.
039100     EXIT.
039200*
039300******************************************************************
039400* 2300-FIND-CITY LOCATES VR-DEATH-CITY IN THE CITY TABLE, WHICH  *
039500* IS KEPT IN ASCENDING CITY ORDER - A NEW CITY IS INSERTED AT    *
039600* ITS PLACE.  A NEW CITY THAT WILL NOT FIT LEAVES VR-CT-SLOT     *
039700* ZERO AND IS COUNTED UNDER ALL OTHER CITIES.                    *
039800******************************************************************
039900 2300-FIND-CITY.
040000     MOVE 'N'  TO VR-CITY-FOUND-SW.
040100     MOVE ZERO TO VR-CT-SLOT.
040200     PERFORM 2310-SCAN-CITY
040300         THRU 2310-SCAN-CITY-EXIT
040400         VARYING VR-CT-IDX FROM 1 BY 1
040500         UNTIL VR-CT-IDX > VR-CT-USED
040600            OR VR-CT-SLOT > ZERO.
040700     IF VR-CT-SLOT = ZERO
040800         COMPUTE VR-CT-SLOT = VR-CT-USED + 1
040900     ELSE
041000         IF VR-CT-CITY (VR-CT-SLOT) = VR-DEATH-CITY
041100             MOVE 'Y' TO VR-CITY-FOUND-SW
041200         END-IF
041300     END-IF.
041400     IF VR-CITY-FOUND
041500         GO TO 2300-FIND-CITY-EXIT
041600     END-IF.
041700     IF VR-CT-USED >= VR-CT-MAX
041800         IF NOT VR-CITY-OVERFLOW
041900             DISPLAY 'VR710 - CITY TABLE FULL - FURTHER CITIES'
042000                     ' REPORTED AS ALL OTHER CITIES'
042100             MOVE 'Y' TO VR-CITY-OVERFLOW-SW
042200         END-IF
042300         MOVE ZERO TO VR-CT-SLOT
042400         GO TO 2300-FIND-CITY-EXIT
042500     END-IF.
042600     PERFORM 2320-SHIFT-CITY
042700         THRU 2320-SHIFT-CITY-EXIT
042800         VARYING VR-CT-IDX FROM VR-CT-USED BY -1
042900         UNTIL VR-CT-IDX < VR-CT-SLOT.
043000     ADD 1 TO VR-CT-USED.
043100     MOVE VR-DEATH-CITY TO VR-CT-CITY (VR-CT-SLOT).
043200     MOVE ZERO          TO VR-CT-COUNTS (VR-CT-SLOT).
043300 2300-FIND-CITY-EXIT.
043400     EXIT.
043500*
043600 2310-SCAN-CITY.
043700     IF VR-CT-CITY (VR-CT-IDX) >= VR-DEATH-CITY
043800         MOVE VR-CT-IDX TO VR-CT-SLOT
043900     END-IF.
044000 2310-SCAN-CITY-EXIT.
044100     EXIT.
044200*
044300 2320-SHIFT-CITY.
044400     MOVE VR-CT-ENTRY (VR-CT-IDX) TO VR-CT-ENTRY (VR-CT-IDX + 1).
044500 2320-SHIFT-CITY-EXIT.
044600     EXIT.
044700*
044800******************************************************************
044900* 5000-PRINT-STATISTICS PRINTS THE CITY AND MONTH BREAKDOWNS AND *
045000* THE INFANT MORTALITY LINE, WRITING THE MATCHING SUMMARY FILE   *
045100* RECORDS AS IT GOES.                                            *
045200******************************************************************
045300 5000-PRINT-STATISTICS.
045400     MOVE VR-PERIOD-FROM TO VR-TL-FROM.
045500     MOVE VR-PERIOD-TO   TO VR-TL-TO.
045600     MOVE VR-RUN-DATE    TO VR-TL-RUN-DATE.
045700     MOVE SPACES         TO VR-MORTALITY-LINE.
045800     MOVE VR-TITLE-LINE  TO VR-MORTALITY-LINE.
045900     WRITE VR-MORTALITY-LINE.
046000     MOVE SPACES              TO VR-MORTALITY-SUMMARY.
046100     MOVE 'H'                 TO VRMS-RECORD-KIND.
046200     MOVE VR-PERIOD-FROM      TO VRMS-PERIOD-FROM.
046300     MOVE VR-PERIOD-TO        TO VRMS-PERIOD-TO.
046400     MOVE VR-RUN-DATE         TO VRMS-PRODUCED-DATE.
046500     MOVE 'VR710'             TO VRMS-PRODUCING-PROGRAM.
046600     PERFORM 5900-WRITE-SUMMARY
046700         THRU 5900-WRITE-SUMMARY-EXIT.
046800     MOVE 'DEATH CITY' TO VR-CH-BREAK.
046900     PERFORM 5100-WRITE-HEADINGS
047000         THRU 5100-WRITE-HEADINGS-EXIT.
047100     MOVE 'C' TO VR-RW-KIND.
047200     PERFORM 5200-PRINT-CITY
047300         THRU 5200-PRINT-CITY-EXIT
047400         VARYING VR-CT-IDX FROM 1 BY 1
047500         UNTIL VR-CT-IDX > VR-CT-USED.
047600     IF VR-CITY-OVERFLOW
047700         MOVE 'ALL OTHER CITIES' TO VR-RW-LABEL
047800                                    VR-RW-PRINT-LABEL
047900         MOVE VR-OC-COUNTS       TO VR-RW-COUNTS
048000         PERFORM 5800-WRITE-ROW
048100             THRU 5800-WRITE-ROW-EXIT
048200     END-IF.
048300     PERFORM 5400-PRINT-TOTAL-LINE
048400         THRU 5400-PRINT-TOTAL-LINE-EXIT.
048500     MOVE 'MONTH OF DEATH' TO VR-CH-BREAK.
048600     PERFORM 5100-WRITE-HEADINGS
048700         THRU 5100-WRITE-HEADINGS-EXIT.
048800     MOVE 'M' TO VR-RW-KIND.
048900     PERFORM 5300-PRINT-MONTH
049000         THRU 5300-PRINT-MONTH-EXIT
049100         VARYING VR-MO-IDX FROM 1 BY 1
049200         UNTIL VR-MO-IDX > VR-PERIOD-MONTHS.
049300     PERFORM 5400-PRINT-TOTAL-LINE
049400         THRU 5400-PRINT-TOTAL-LINE-EXIT.
049500     PERFORM 5500-PRINT-INFANT-LINE
049600         THRU 5500-PRINT-INFANT-LINE-EXIT.
049700 5000-PRINT-STATISTICS-EXIT.
049800     EXIT.
049900*
050000 5100-WRITE-HEADINGS.
050100     MOVE SPACES              TO VR-MORTALITY-LINE.
050200     WRITE VR-MORTALITY-LINE.
050300     MOVE VR-COLUMN-HEADING-1 TO VR-MORTALITY-LINE.
050400     WRITE VR-MORTALITY-LINE.
050500     MOVE SPACES              TO VR-MORTALITY-LINE.
050600     MOVE VR-COLUMN-HEADING-2 TO VR-MORTALITY-LINE.
050700     WRITE VR-MORTALITY-LINE.
050800 5100-WRITE-HEADINGS-EXIT.
050900     EXIT.
051000*
051100 5200-PRINT-CITY.
051200     MOVE VR-CT-CITY (VR-CT-IDX)   TO VR-RW-LABEL
051300                                      VR-RW-PRINT-LABEL.
051400     IF VR-CT-CITY (VR-CT-IDX) = SPACES
051500         MOVE 'CITY NOT RECORDED'  TO VR-RW-PRINT-LABEL
051600     END-IF.
051700     MOVE VR-CT-COUNTS (VR-CT-IDX) TO VR-RW-COUNTS.
051800     PERFORM 5800-WRITE-ROW
051900         THRU 5800-WRITE-ROW-EXIT.
052000 5200-PRINT-CITY-EXIT.
052100     EXIT.
052200*
052300 5300-PRINT-MONTH.
052400     MOVE VR-MO-YEAR (VR-MO-IDX)   TO VR-ML-YEAR.
052500     MOVE VR-MO-MONTH (VR-MO-IDX)  TO VR-ML-MONTH.
052600     MOVE VR-MONTH-LABEL           TO VR-RW-PRINT-LABEL.
052700     MOVE VR-MO-YYYYMM (VR-MO-IDX) TO VR-RW-LABEL.
052800     MOVE VR-MO-COUNTS (VR-MO-IDX) TO VR-RW-COUNTS.
052900     PERFORM 5800-WRITE-ROW
053000         THRU 5800-WRITE-ROW-EXIT.
053100 5300-PRINT-MONTH-EXIT.
053200     EXIT.
053300*
053400 5400-PRINT-TOTAL-LINE.
053500     MOVE SPACES          TO VR-STATS-DETAIL.
053600     MOVE 'PERIOD TOTAL'  TO VR-SD-LABEL.
053700     MOVE VR-PT-COUNTS    TO VR-RW-COUNTS.
053800     PERFORM 5810-EDIT-COUNT
053900         THRU 5810-EDIT-COUNT-EXIT
054000         VARYING VR-BAND FROM 1 BY 1
054100         UNTIL VR-BAND > 7.
054200     MOVE SPACES          TO VR-MORTALITY-LINE.
054300     WRITE VR-MORTALITY-LINE.
054400     MOVE VR-STATS-DETAIL TO VR-MORTALITY-LINE.
054500     WRITE VR-MORTALITY-LINE.
054600 5400-PRINT-TOTAL-LINE-EXIT.
054700     EXIT.
054800*
054900 5500-PRINT-INFANT-LINE.
055000     MOVE ZERO TO VR-INFANT-RATE.
055100     IF VR-BIRTH-COUNT > ZERO
055200         COMPUTE VR-INFANT-RATE ROUNDED =
055300             VR-PT-COUNT (2) * 1000 / VR-BIRTH-COUNT
055400             ON SIZE ERROR
055500                 MOVE 9999.9 TO VR-INFANT-RATE
055600         END-COMPUTE
055700     END-IF.
055800     MOVE VR-PT-COUNT (2) TO VR-IL-INFANTS.
055900     MOVE VR-BIRTH-COUNT  TO VR-IL-BIRTHS.
056000     MOVE VR-INFANT-RATE  TO VR-IL-RATE.
056100     MOVE SPACES          TO VR-MORTALITY-LINE.
056200     WRITE VR-MORTALITY-LINE.
056300     MOVE VR-INFANT-LINE  TO VR-MORTALITY-LINE.
056400     WRITE VR-MORTALITY-LINE.
056500     IF VR-BIRTH-COUNT = ZERO
056600         MOVE '  NO LIVE BIRTHS IN THE PERIOD - RATE NOT COMPUTED'
056700             TO VR-MORTALITY-LINE
056800         WRITE VR-MORTALITY-LINE
056900     END-IF.
057000     MOVE 'T'             TO VR-RW-KIND.
057100     MOVE SPACES          TO VR-RW-LABEL.
057200     MOVE VR-PT-COUNTS    TO VR-RW-COUNTS.
057300     PERFORM 5850-WRITE-SUMMARY-ROW
057400         THRU 5850-WRITE-SUMMARY-ROW-EXIT.
057500 5500-PRINT-INFANT-LINE-EXIT.
057600     EXIT.
057700*
057800******************************************************************
057900* 5800-WRITE-ROW PRINTS ONE CITY OR MONTH ROW FROM VR-RW-COUNTS  *
058000* AND WRITES THE MATCHING SUMMARY RECORD.  THE TOTAL RECORD ALSO *
058100* CARRIES THE BIRTHS, THE INFANT RATE AND THE NUMBER OF RECORDS  *
058200* ON THE SUMMARY FILE.                                           *
058300******************************************************************
058400 5800-WRITE-ROW.
058500     MOVE SPACES          TO VR-STATS-DETAIL.
058600     MOVE VR-RW-PRINT-LABEL TO VR-SD-LABEL.
058700     PERFORM 5810-EDIT-COUNT
058800         THRU 5810-EDIT-COUNT-EXIT
058900         VARYING VR-BAND FROM 1 BY 1
059000         UNTIL VR-BAND > 7.
059100     MOVE SPACES          TO VR-MORTALITY-LINE.
059200     MOVE VR-STATS-DETAIL TO VR-MORTALITY-LINE.
059300     WRITE VR-MORTALITY-LINE.
059400     PERFORM 5850-WRITE-SUMMARY-ROW
059500         THRU 5850-WRITE-SUMMARY-ROW-EXIT.
059600 5800-WRITE-ROW-EXIT.
059700     EXIT.
059800*
059900 5810-EDIT-COUNT.
060000     MOVE VR-RW-COUNT (VR-BAND) TO VR-SD-COUNT (VR-BAND).
060100 5810-EDIT-COUNT-EXIT.
060200     EXIT.
060300*
060400 5850-WRITE-SUMMARY-ROW.
060500     MOVE SPACES             TO VR-MORTALITY-SUMMARY.
060600     MOVE VR-RW-KIND         TO VRMS-RECORD-KIND.
060700     MOVE VR-PERIOD-FROM     TO VRMS-PERIOD-FROM.
060800     MOVE VR-PERIOD-TO       TO VRMS-PERIOD-TO.
060900     MOVE VR-RW-LABEL        TO VRMS-BREAK-VALUE.
061000     MOVE VR-RW-COUNT (1)    TO VRMS-DEATHS.
061100     MOVE VR-RW-COUNT (2)    TO VRMS-AGE-UNDER-1.
061200     MOVE VR-RW-COUNT (3)    TO VRMS-AGE-1-17.
061300     MOVE VR-RW-COUNT (4)    TO VRMS-AGE-18-64.
061400     MOVE VR-RW-COUNT (5)    TO VRMS-AGE-65-PLUS.
061500     MOVE VR-RW-COUNT (6)    TO VRMS-AGE-UNKNOWN.
061600     MOVE VR-RW-COUNT (7)    TO VRMS-NO-BIRTH-RECORD.
061700     MOVE ZERO               TO VRMS-LIVE-BIRTHS
061800                                VRMS-INFANT-RATE
061900                                VRMS-RECORD-COUNT.
062000     IF VRMS-TOTAL
062100         MOVE VR-BIRTH-COUNT TO VRMS-LIVE-BIRTHS
062200         MOVE VR-INFANT-RATE TO VRMS-INFANT-RATE
062300         COMPUTE VRMS-RECORD-COUNT = VR-SUMMARY-COUNT + 1
062400     END-IF.
062500     PERFORM 5900-WRITE-SUMMARY
062600         THRU 5900-WRITE-SUMMARY-EXIT.
062700 5850-WRITE-SUMMARY-ROW-EXIT.
062800     EXIT.
062900*
063000 5900-WRITE-SUMMARY.
063100     WRITE VR-MORTALITY-SUMMARY.
063200     ADD 1 TO VR-SUMMARY-COUNT.
063300 5900-WRITE-SUMMARY-EXIT.
063400     EXIT.
063500*
063600 9000-TERMINATE.
063700     CLOSE VR-MASTER-FILE
063800           VR-MORTALITY-RPT
063900           VR-SUMMARY-FILE.
064000     DISPLAY 'VR710 - MORTALITY STATISTICS COMPLETE'.
064100     DISPLAY 'VR710 - PERIOD            : ' VR-PERIOD-FROM
064200             ' TO ' VR-PERIOD-TO.
064300     DISPLAY 'VR710 - MASTER RECORDS READ: ' VR-READ-COUNT.
064400     DISPLAY 'VR710 - DELETED EXCLUDED  : ' VR-DELETED-COUNT.
064500     DISPLAY 'VR710 - DEATHS IN PERIOD  : ' VR-PT-COUNT (1).
064600     DISPLAY 'VR710 - INFANT DEATHS     : ' VR-PT-COUNT (2).
064700     DISPLAY 'VR710 - NO BIRTH RECORD   : ' VR-PT-COUNT (7).
064800     DISPLAY 'VR710 - LIVE BIRTHS       : ' VR-BIRTH-COUNT.
064900     DISPLAY 'VR710 - SUMMARY RECORDS   : ' VR-SUMMARY-COUNT.
065000     PERFORM 9100-WRITE-RUN-STATS
065100         THRU 9100-WRITE-RUN-STATS-EXIT.
065200 9000-TERMINATE-EXIT.
065300     EXIT.
065400*
065500******************************************************************
065600* 9100-WRITE-RUN-STATS APPENDS THE RUN'S COUNTS TO THE SHARED    *
065700* RUN-STATISTICS HISTORY FILE FOR THE VR700 TREND REPORT.        *
065800******************************************************************
065900 9100-WRITE-RUN-STATS.
066000     OPEN EXTEND VR-STATS-FILE.
066100     MOVE 'VR710'            TO VRST-PROGRAM-ID.
066200     MOVE VR-RUN-DATE        TO VRST-RUN-DATE.
066300     MOVE VR-READ-COUNT      TO VRST-INPUT-COUNT.
066400     MOVE VR-PT-COUNT (1)    TO VRST-RESULT-COUNT-1.
066500     MOVE VR-PT-COUNT (2)    TO VRST-RESULT-COUNT-2.
066600     MOVE VR-PT-COUNT (7)    TO VRST-RESULT-COUNT-3.
066700     MOVE SPACES             TO VRST-OFFICE-ID.
066800     WRITE VR-STAT-RECORD.
066900     CLOSE VR-STATS-FILE.
067000 9100-WRITE-RUN-STATS-EXIT.
067100     EXIT.
