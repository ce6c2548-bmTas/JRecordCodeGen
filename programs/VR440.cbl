      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   03/09/26   RLB   ORIGINAL PROGRAM.                          *
      *   15/10/26   RLB   KEEPS THE KEY OF EVERY MEMBER OF THE SET   *
      *                    AND WRITES A VRQUAL DATA-QUALITY EVENT PER *
      *                    MEMBER FOR EACH CONDITION FLAGGED TO       *
      *                    VRQEX01, FOR VR450 TO ATTRIBUTE TO AN      *
      *                    OFFICE AND APPEND TO THE EVENT LOG READ BY *
      *                    THE VR720 OFFICE SCORECARD.                *
      *                                                               *
      *****************************************************************
000100 IDENTIFICATION DIVISION.
001800                              ORGANIZATION IS SEQUENTIAL.
001900     SELECT VR-STATS-FILE     ASSIGN TO VRSTA01
002000                              ORGANIZATION IS SEQUENTIAL.
002010     SELECT VR-QUALITY-FILE   ASSIGN TO VRQEX01
002020                              ORGANIZATION IS SEQUENTIAL.
002100*
002200 DATA DIVISION.
002300 FILE SECTION.
003600     RECORDING MODE IS F
003700     LABEL RECORDS ARE STANDARD.
003800     COPY VRSTAT.
003810*
003820 FD  VR-QUALITY-FILE
003830     RECORDING MODE IS F
003840     LABEL RECORDS ARE STANDARD.
003850     COPY VRQUAL.
003900*
004000 WORKING-STORAGE SECTION.
004100 01  VR-SWITCHES.
005800     05  VR-SET-COUNT          PIC 9(09)  COMP VALUE ZERO.
005900     05  VR-FLAGGED-COUNT      PIC 9(09)  COMP VALUE ZERO.
006000     05  VR-CONDITION-COUNT    PIC 9(09)  COMP VALUE ZERO.
006010     05  VR-UNLOGGED-COUNT     PIC 9(09)  COMP VALUE ZERO.
006100*
006200 01  VR-RECORD-LENGTHS.
006300     05  VR-INPUT-REC-LEN      PIC 9(04)  COMP VALUE ZERO.
007200     05  VR-SET-CITY           PIC X(20)  VALUE SPACES.
007300     05  VR-SET-A115           PIC 9(05)  VALUE ZERO.
007400*
007405******************************************************************
007411* THE MEMBER TABLE HOLDS THE KEY OF EVERY MEMBER OF THE CURRENT  *
007417* SET, SO A FLAGGED CONDITION CAN BE LOGGED AGAINST EACH MEMBER  *
007423* RECORD - AND SO AGAINST THE OFFICE THAT SENT IT - ONCE THE     *
007429* SET IS COMPLETE.                                               *
007435******************************************************************
007441 01  VR-MEMBER-TABLE.
007447     05  VR-MB-USED            PIC 9(04)  COMP VALUE ZERO.
007453     05  VR-MB-MAX             PIC 9(04)  COMP VALUE 50.
007459     05  VR-MB-IDX             PIC 9(04)  COMP VALUE ZERO.
007465     05  VR-MB-ENTRY OCCURS 50 TIMES.
007471         10  VR-MB-RECORD-TYPE PIC X(01).
007477         10  VR-MB-FIELD-1     PIC X(20).
007483         10  VR-MB-RUN-DATE    PIC X(08).
007489*
007500 01  VR-RUN-DATE               PIC 9(08)  VALUE ZERO.
007600*
007700 01  VR-SET-DETAIL.
010400     ACCEPT VR-RUN-DATE FROM DATE YYYYMMDD.
010500     OPEN INPUT  VR-INPUT-FILE
010600          OUTPUT VR-SETVAL-RPT.
010610     OPEN EXTEND VR-QUALITY-FILE.
010700     MOVE SPACES TO VR-SETVAL-LINE.
010800     MOVE 'VR440 - PLURAL-BIRTH SET CONSISTENCY VALIDATION'
010900         TO VR-SETVAL-LINE.
017100     MOVE VR-CURRENT-SET TO VR-PRIOR-SET.
017200     MOVE 'Y' TO VR-SET-PENDING-SW.
017300     MOVE ZERO TO VR-SET-MEMBERS.
017310     MOVE ZERO TO VR-MB-USED.
017400     MOVE 'N' TO VR-XDATE-DIFF-SW.
017500     MOVE 'N' TO VR-CITY-DIFF-SW.
017600     MOVE 'N' TO VR-A115-VARY-SW.
018400*
018500 2500-ACCUMULATE-MEMBER.
018600     ADD 1 TO VR-SET-MEMBERS.
018610     IF VR-MB-USED < VR-MB-MAX
018620         ADD 1 TO VR-MB-USED
018630         MOVE RECORD-TYPE OF DUP-NAME-1
018640             TO VR-MB-RECORD-TYPE (VR-MB-USED)
018650         MOVE FIELD-1 OF DUP-NAME-1
018660             TO VR-MB-FIELD-1 (VR-MB-USED)
018670         MOVE RUN-DATE OF DUP-NAME-1
018680             TO VR-MB-RUN-DATE (VR-MB-USED)
018690     END-IF.
018700     IF XDATE OF BIRTH-DETAILS OF DUP-NAME-1
018800            NOT = VR-SET-XDATE
018900         MOVE 'Y' TO VR-XDATE-DIFF-SW
025400     WRITE VR-SETVAL-LINE.
025500     ADD 1 TO VR-CONDITION-COUNT.
025600     MOVE 'Y' TO VR-SET-FLAGGED-SW.
025610     PERFORM 2710-LOG-CONDITION
025620         THRU 2710-LOG-CONDITION-EXIT
025630         VARYING VR-MB-IDX FROM 1 BY 1
025640         UNTIL VR-MB-IDX > VR-MB-USED.
025650     IF VR-SET-MEMBERS > VR-MB-USED
025660         COMPUTE VR-UNLOGGED-COUNT = VR-UNLOGGED-COUNT
025670             + VR-SET-MEMBERS - VR-MB-USED
025680     END-IF.
025700 2700-WRITE-CONDITION-EXIT.
025800     EXIT.
025900*
025905******************************************************************
025910* 2710-LOG-CONDITION WRITES ONE DATA-QUALITY EVENT FOR THE       *
025915* CONDITION AGAINST ONE MEMBER OF THE SET.  THE OFFICE IS LEFT   *
025920* BLANK - VR450 ATTRIBUTES EACH EVENT BY THE MEMBER'S KEY, SO A  *
025925* SET SENT BY TWO OFFICES COUNTS AGAINST BOTH.                   *
025930******************************************************************
025935 2710-LOG-CONDITION.
025940     MOVE SPACES                     TO VR-QUALITY-RECORD.
025945     MOVE VR-RUN-DATE                TO VRQL-EVENT-DATE.
025950     MOVE 'PB'                       TO VRQL-CATEGORY.
025955     MOVE VR-SD-COND                 TO VRQL-REASON.
025960     MOVE 'VR440'                    TO VRQL-PROGRAM-ID.
025965     MOVE VR-MB-RECORD-TYPE (VR-MB-IDX) TO VRQL-RECORD-TYPE.
025970     MOVE VR-MB-FIELD-1 (VR-MB-IDX)  TO VRQL-FIELD-1.
025975     MOVE VR-MB-RUN-DATE (VR-MB-IDX) TO VRQL-RUN-DATE.
025980     MOVE VR-PRIOR-SET               TO VRQL-DETAIL.
025985     WRITE VR-QUALITY-RECORD.
025990 2710-LOG-CONDITION-EXIT.
025995     EXIT.
025998*
026000 8000-FINAL-BREAK.
026100     IF VR-SET-PENDING
026200         PERFORM 2600-EVALUATE-SET
026700*
026800 9000-TERMINATE.
026900     CLOSE VR-INPUT-FILE
027000           VR-SETVAL-RPT
027010           VR-QUALITY-FILE.
027100     DISPLAY 'VR440 - SET CONSISTENCY VALIDATION COMPLETE'.
027200     DISPLAY 'VR440 - RECORDS READ      : ' VR-INPUT-COUNT.
027300     DISPLAY 'VR440 - NO-SET RECORDS    : ' VR-NO-SET-COUNT.
027400     DISPLAY 'VR440 - SETS CHECKED      : ' VR-SET-COUNT.
027500     DISPLAY 'VR440 - SETS FLAGGED      : ' VR-FLAGGED-COUNT.
027600     DISPLAY 'VR440 - CONDITIONS        : ' VR-CONDITION-COUNT.
027610     IF VR-UNLOGGED-COUNT > ZERO
027620         DISPLAY 'VR440 - MEMBERS NOT LOGGED: ' VR-UNLOGGED-COUNT
027630                 ' (SET LARGER THAN MEMBER TABLE)'
027640     END-IF.
027700     PERFORM 9100-WRITE-RUN-STATS
027800         THRU 9100-WRITE-RUN-STATS-EXIT.
027900 9000-TERMINATE-EXIT.
