      *****************************************************************
      *                                                               *
      *   VR450    -  DATA-QUALITY EVENT OFFICE ATTRIBUTION           *
      *                                                               *
      *   VR410 AND VR440 WORK FROM THE DUP-NAME-1 FILE, WHICH DOES  *
      *   NOT CARRY THE OFFICE THAT SENT EACH RECORD, SO THE         *
      *   DATA-QUALITY EVENTS THEY RAISE (CODES NOT ON VRCODE AND    *
      *   PLURAL-BIRTH SET CONFLICTS) ARE WRITTEN WITH A BLANK       *
      *   OFFICE.  THIS PROGRAM MATCHES THOSE EVENTS, SORTED BY      *
      *   FIELD-1 AND RECORD-TYPE, AGAINST THE VROFFC OFFICE FILE    *
      *   VR130 WROTE WITH THE SAME NIGHT'S OUTPUT GENERATION - IN   *
      *   THE SAME KEY ORDER, ONE RECORD PER KEPT KEY - AND APPENDS  *
      *   EACH EVENT TO THE DATA-QUALITY EVENT LOG WITH THE OFFICE   *
      *   FILLED IN, FOR THE VR720 OFFICE SCORECARD.                 *
      *                                                               *
      *   AN EVENT WHOSE KEY IS NOT ON THE OFFICE FILE IS STILL      *
      *   APPENDED, WITH THE OFFICE LEFT BLANK, AND COUNTED - THE    *
      *   SCORECARD SHOWS SUCH EVENTS AS UNATTRIBUTED.  THAT HAPPENS *
      *   ONLY WHEN VR410J IS RUN AGAINST A DUP-NAME-1 FILE FROM A   *
      *   DIFFERENT NIGHT THAN THE CURRENT OFFICE GENERATION.        *
      *                                                               *
      *   MODIFICATION HISTORY                                       *
      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   15/10/26   RLB   ORIGINAL PROGRAM.                          *
      *                                                               *
      *****************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     VR450.
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
001500     SELECT VR-EVENT-FILE     ASSIGN TO VRQEX01
001600                              ORGANIZATION IS SEQUENTIAL.
001700     SELECT VR-OFFICE-FILE    ASSIGN TO VROFI01
001800                              ORGANIZATION IS SEQUENTIAL.
001900     SELECT VR-QUALITY-FILE   ASSIGN TO VRQLG01
002000                              ORGANIZATION IS SEQUENTIAL.
002100     SELECT VR-STATS-FILE     ASSIGN TO VRSTA01
002200                              ORGANIZATION IS SEQUENTIAL.
002300*
002400 DATA DIVISION.
002500 FILE SECTION.
002600 FD  VR-EVENT-FILE
002700     RECORDING MODE IS F
002800     LABEL RECORDS ARE STANDARD.
002900     COPY VRQUAL.
003000*
003100 FD  VR-OFFICE-FILE
003200     RECORDING MODE IS F
003300     LABEL RECORDS ARE STANDARD.
003400     COPY VROFFC.
003500*
003600 FD  VR-QUALITY-FILE
003700     RECORDING MODE IS F
003800     LABEL RECORDS ARE STANDARD.
003900 01  VR-QUALITY-LOG-RECORD     PIC X(80).
004000*
004100 FD  VR-STATS-FILE
004200     RECORDING MODE IS F
004300     LABEL RECORDS ARE STANDARD.
004400     COPY VRSTAT.
004500*
004600 WORKING-STORAGE SECTION.
004700 01  VR-SWITCHES.
004800     05  VR-EVT-EOF-SW         PIC X(01)  VALUE 'N'.
004900         88  VR-EVT-EOF                   VALUE 'Y'.
005000     05  VR-OFC-EOF-SW         PIC X(01)  VALUE 'N'.
005100         88  VR-OFC-EOF                   VALUE 'Y'.
005200*
005300 01  VR-COUNTERS.
005400     05  VR-EVENT-COUNT        PIC 9(09)  COMP VALUE ZERO.
005500     05  VR-OFFICE-COUNT       PIC 9(09)  COMP VALUE ZERO.
005600     05  VR-ATTRIB-COUNT       PIC 9(09)  COMP VALUE ZERO.
005700     05  VR-UNATTRIB-COUNT     PIC 9(09)  COMP VALUE ZERO.
005800*
005900******************************************************************
006000* BOTH KEYS ARE FIELD-1 THEN RECORD-TYPE, THE ORDER VR130 WRITES *
006100* THE OFFICE FILE IN AND THE VR410J SORT PUTS THE EVENTS IN.     *
006200******************************************************************
006300 01  VR-KEYS.
006400     05  VR-EVT-KEY.
006500         10  VR-EVT-FIELD-1    PIC X(20)  VALUE LOW-VALUES.
006600         10  VR-EVT-RECTYPE    PIC X(01)  VALUE LOW-VALUES.
006700     05  VR-OFC-KEY.
006800         10  VR-OFC-FIELD-1    PIC X(20)  VALUE LOW-VALUES.
006900         10  VR-OFC-RECTYPE    PIC X(01)  VALUE LOW-VALUES.
007000*
007100 01  VR-REPORT-DATE            PIC 9(08)  VALUE ZERO.
007200*
007300 PROCEDURE DIVISION.
007400*
007500 0000-MAINLINE.
007600     PERFORM 1000-INITIALIZE
007700         THRU 1000-INITIALIZE-EXIT.
007800     PERFORM 2000-MATCH-RECORDS
007900         THRU 2000-MATCH-RECORDS-EXIT
008000         UNTIL VR-EVT-EOF.
008100     PERFORM 9000-TERMINATE
008200         THRU 9000-TERMINATE-EXIT.
008300     STOP RUN.
008400*
008500 1000-INITIALIZE.
008600     ACCEPT VR-REPORT-DATE FROM DATE YYYYMMDD.
008700     OPEN INPUT  VR-EVENT-FILE
008800          INPUT  VR-OFFICE-FILE.
008900     OPEN EXTEND VR-QUALITY-FILE.
009000     PERFORM 2100-READ-EVENT
009100         THRU 2100-READ-EVENT-EXIT.
009200     PERFORM 2200-READ-OFFICE
009300         THRU 2200-READ-OFFICE-EXIT.
009400 1000-INITIALIZE-EXIT.
009500     EXIT.
009600*
009700******************************************************************
009800* 2000-MATCH-RECORDS STEPS THE OFFICE FILE UP TO THE EVENT'S KEY.*
009900* SEVERAL EVENTS MAY SHARE ONE KEY, SO ON A MATCH ONLY THE EVENT *
010000* FILE IS READ ON - AN OFFICE KEY PAST THE EVENT'S MEANS THE     *
010100* EVENT'S KEY IS NOT ON THE OFFICE FILE.                         *
010200******************************************************************
010300 2000-MATCH-RECORDS.
010400     EVALUATE TRUE
010500         WHEN VR-OFC-KEY < VR-EVT-KEY
010600             PERFORM 2200-READ-OFFICE
010700                 THRU 2200-READ-OFFICE-EXIT
010800         WHEN VR-OFC-KEY = VR-EVT-KEY
010900             MOVE VROA-OFFICE-ID TO VRQL-OFFICE-ID
011000             ADD 1 TO VR-ATTRIB-COUNT
011100             PERFORM 2300-WRITE-EVENT
011200                 THRU 2300-WRITE-EVENT-EXIT
011300             PERFORM 2100-READ-EVENT
011400                 THRU 2100-READ-EVENT-EXIT
011500         WHEN OTHER
011600             MOVE SPACES TO VRQL-OFFICE-ID
011700             ADD 1 TO VR-UNATTRIB-COUNT
011800             PERFORM 2300-WRITE-EVENT
011900                 THRU 2300-WRITE-EVENT-EXIT
012000             PERFORM 2100-READ-EVENT
012100                 THRU 2100-READ-EVENT-EXIT
012200     END-EVALUATE.
012300 2000-MATCH-RECORDS-EXIT.
012400     EXIT.
012500*
012600 2100-READ-EVENT.
012700     READ VR-EVENT-FILE
012800         AT END
012900             MOVE 'Y' TO VR-EVT-EOF-SW
013000             MOVE HIGH-VALUES TO VR-EVT-KEY
013100         NOT AT END
013200             ADD 1 TO VR-EVENT-COUNT
013300             MOVE VRQL-FIELD-1     TO VR-EVT-FIELD-1
013400             MOVE VRQL-RECORD-TYPE TO VR-EVT-RECTYPE
013500     END-READ.
013600 2100-READ-EVENT-EXIT.
013700     EXIT.
013800*
013900 2200-READ-OFFICE.
014000     IF VR-OFC-EOF
014100         GO TO 2200-READ-OFFICE-EXIT
014200     END-IF.
014300     READ VR-OFFICE-FILE
014400         AT END
014500             MOVE 'Y' TO VR-OFC-EOF-SW
014600             MOVE HIGH-VALUES TO VR-OFC-KEY
014700         NOT AT END
014800             ADD 1 TO VR-OFFICE-COUNT
014900             MOVE VROA-FIELD-1     TO VR-OFC-FIELD-1
015000             MOVE VROA-RECORD-TYPE TO VR-OFC-RECTYPE
015100     END-READ.
015200 2200-READ-OFFICE-EXIT.
015300     EXIT.
015400*
015500 2300-WRITE-EVENT.
015600     MOVE VR-QUALITY-RECORD TO VR-QUALITY-LOG-RECORD.
015700     WRITE VR-QUALITY-LOG-RECORD.
015800 2300-WRITE-EVENT-EXIT.
015900     EXIT.
016000*
016100 9000-TERMINATE.
016200     CLOSE VR-EVENT-FILE
016300           VR-OFFICE-FILE
016400           VR-QUALITY-FILE.
016500     DISPLAY 'VR450 - DATA-QUALITY EVENT ATTRIBUTION COMPLETE'.
016600     DISPLAY 'VR450 - EVENTS READ       : ' VR-EVENT-COUNT.
016700     DISPLAY 'VR450 - OFFICE RECS READ  : ' VR-OFFICE-COUNT.
016800     DISPLAY 'VR450 - ATTRIBUTED        : ' VR-ATTRIB-COUNT.
016900     DISPLAY 'VR450 - NOT ATTRIBUTED    : ' VR-UNATTRIB-COUNT.
017000     PERFORM 9100-WRITE-RUN-STATS
017100         THRU 9100-WRITE-RUN-STATS-EXIT.
017200 9000-TERMINATE-EXIT.
017300     EXIT.
017400*
017500******************************************************************
017600* 9100-WRITE-RUN-STATS APPENDS THE RUN'S COUNTS TO THE SHARED    *
017700* RUN-STATISTICS HISTORY FILE FOR THE VR700 TREND REPORT.        *
017800******************************************************************
017900 9100-WRITE-RUN-STATS.
018000     OPEN EXTEND VR-STATS-FILE.
018100     MOVE 'VR450'              TO VRST-PROGRAM-ID.
018200     MOVE VR-REPORT-DATE       TO VRST-RUN-DATE.
018300     MOVE VR-EVENT-COUNT       TO VRST-INPUT-COUNT.
018400     MOVE VR-ATTRIB-COUNT      TO VRST-RESULT-COUNT-1.
018500     MOVE VR-UNATTRIB-COUNT    TO VRST-RESULT-COUNT-2.
018600     MOVE VR-OFFICE-COUNT      TO VRST-RESULT-COUNT-3.
018700     MOVE SPACES               TO VRST-OFFICE-ID.
018800     WRITE VR-STAT-RECORD.
018900     CLOSE VR-STATS-FILE.
019000 9100-WRITE-RUN-STATS-EXIT.
019100     EXIT.
