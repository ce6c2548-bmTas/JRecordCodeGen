      *****************************************************************
      *                                                               *
      *   VR130    -  CROSS-OFFICE DUPLICATE REGISTRATION RESOLUTION  *
      *                                                               *
      *   READS THE NIGHT'S STANDARDIZED GOOD OUTPUT AND ITS VROFFC  *
      *   OFFICE ATTRIBUTION FILE, BOTH PRE-SORTED ASCENDING BY      *
      *   FIELD-1 THEN RECORD-TYPE WITH EQUAL KEYS KEPT IN THEIR     *
      *   ORIGINAL ORDER (THE SORT STEPS IN VR100J), SO RECORD N OF  *
      *   ONE STILL DESCRIBES RECORD N OF THE OTHER.  EVERY PAIR IS  *
      *   PROVED TO CARRY THE SAME KEY AS IT IS READ - A PAIR OUT OF *
      *   STEP, OR A DESCENDING KEY, ENDS THE RUN WITH RETURN CODE   *
      *   16 SINCE THE OFFICE OF EVERY COPY AFTER IT WOULD BE WRONG. *
      *                                                               *
      *   A FIELD-1 PLUS RECORD-TYPE - THE VSAM MASTER KEY - THAT    *
      *   OCCURS MORE THAN ONCE IN THE NIGHT'S OUTPUT IS RESOLVED    *
      *   HERE RATHER THAN LEFT FOR VR610, WHICH WOULD APPLY EACH    *
      *   COPY IN TURN AND LET THE LAST ONE SILENTLY OVERWRITE THE   *
      *   REST.  ONE COPY IS KEPT - THE COPY FROM THE OFFICE WITH    *
      *   THE LOWEST PRECEDENCE NUMBER ON THE VROPRC CARDS, AND      *
      *   BETWEEN COPIES FROM OFFICES OF EQUAL PRECEDENCE (OR THE    *
      *   SAME OFFICE) THE ONE LATEST IN THE EXTRACT, AS VR610 WOULD *
      *   HAVE KEPT.  EVERY OTHER COPY IS COMPARED AGAINST THE KEPT  *
      *   COPY CONTENT GROUP BY CONTENT GROUP, THE SAME GROUPS VR620 *
      *   SENDS - A COPY DIFFERING ONLY IN RUN-DATE IS IDENTICAL AND *
      *   IS COLLAPSED.  A COPY THAT CONFLICTS IS DIVERTED WHOLE TO  *
      *   THE VRDREG DUPLICATE-REGISTRATION FILE AND PRINTED BESIDE  *
      *   THE KEPT COPY ON THE DUPLICATE REPORT FOR THE REGISTRAR.   *
      *                                                               *
      *   THE KEPT COPIES ARE WRITTEN AS THE GOOD OUTPUT GENERATION  *
      *   VR610 AND THE DOWNSTREAM JOBS READ, NOW IN KEY ORDER, WITH *
      *   A MATCHING VROFFC ATTRIBUTION FILE IN THE SAME ORDER SO    *
      *   THE SENDING OFFICE IS STILL KNOWN FURTHER DOWN THE CHAIN.  *
      *                                                               *
      *   MODIFICATION HISTORY                                       *
      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   15/10/26   RLB   ORIGINAL PROGRAM.                          *
      *   15/10/26   RLB   TAKES THE NIGHT'S RUN-DATE AS PARM AND     *
      *                    POSTS KEPT RECORDS WRITTEN, COPIES         *
      *                    COLLAPSED AND COPIES DIVERTED WITH HASH    *
      *                    TOTALS BY OFFICE AND RECORD-TYPE TO THE    *
      *                    VRLEDG BALANCING LEDGER (VRLGR01).         *
      *                                                               *
      *****************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     VR130.
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
001500     SELECT VR-INPUT-FILE     ASSIGN TO VRIN01
001600                              ORGANIZATION IS SEQUENTIAL.
001700     SELECT VR-OFFICE-IN-FILE ASSIGN TO VROFI01
001800                              ORGANIZATION IS SEQUENTIAL.
001900     SELECT VR-PRECEDENCE-FILE ASSIGN TO VRPRC01
002000                              ORGANIZATION IS SEQUENTIAL.
002100     SELECT VR-OUTPUT-FILE    ASSIGN TO VROUT01
002200                              ORGANIZATION IS SEQUENTIAL.
002300     SELECT VR-OFFICE-OUT-FILE ASSIGN TO VROFO01
002400                              ORGANIZATION IS SEQUENTIAL.
002500     SELECT VR-DUPREG-FILE    ASSIGN TO VRDRG01
002600                              ORGANIZATION IS SEQUENTIAL.
002700     SELECT VR-DUPLICATE-RPT  ASSIGN TO VRRPT01
002800                              ORGANIZATION IS SEQUENTIAL.
002900     SELECT VR-STATS-FILE     ASSIGN TO VRSTA01
003000                              ORGANIZATION IS SEQUENTIAL.
003010     SELECT VR-LEDGER-FILE    ASSIGN TO VRLGR01
003020                              ORGANIZATION IS SEQUENTIAL.
003100*
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  VR-INPUT-FILE
003500     RECORD IS VARYING IN SIZE FROM 57 TO 355 CHARACTERS
003600         DEPENDING ON VR-INPUT-REC-LEN
003700     LABEL RECORDS ARE STANDARD.
003800     COPY VRDUPNM.
003900*
004000 FD  VR-OFFICE-IN-FILE
004100     RECORDING MODE IS F
004200     LABEL RECORDS ARE STANDARD.
004300     COPY VROFFC.
004400*
004500 FD  VR-PRECEDENCE-FILE
004600     RECORDING MODE IS F
004700     LABEL RECORDS ARE STANDARD.
004800     COPY VROPRC.
004900*
005000 FD  VR-OUTPUT-FILE
005100     RECORD IS VARYING IN SIZE FROM 57 TO 355 CHARACTERS
005200         DEPENDING ON VR-OUTPUT-REC-LEN
005300     LABEL RECORDS ARE STANDARD.
005400 01  VR-OUTPUT-RECORD          PIC X(355).
005500*
005600 FD  VR-OFFICE-OUT-FILE
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900 01  VR-OFFICE-OUT-RECORD      PIC X(40).
006000*
006100 FD  VR-DUPREG-FILE
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400     COPY VRDREG.
006500*
006600 FD  VR-DUPLICATE-RPT
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900 01  VR-DUPLICATE-LINE         PIC X(132).
007000*
007100 FD  VR-STATS-FILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400     COPY VRSTAT.
007410*
007420 FD  VR-LEDGER-FILE
007430     RECORDING MODE IS F
007440     LABEL RECORDS ARE STANDARD.
007450     COPY VRLEDG.
007500*
007600 WORKING-STORAGE SECTION.
007700 01  VR-SWITCHES.
007800     05  VR-EOF-SW             PIC X(01)  VALUE 'N'.
007900         88  VR-EOF                       VALUE 'Y'.
008000     05  VR-OFFICE-EOF-SW      PIC X(01)  VALUE 'N'.
008100         88  VR-OFFICE-EOF                VALUE 'Y'.
008200     05  VR-PRECEDENCE-EOF-SW  PIC X(01)  VALUE 'N'.
008300         88  VR-PRECEDENCE-EOF            VALUE 'Y'.
008400     05  VR-SEQ-ERROR-SW       PIC X(01)  VALUE 'N'.
008500         88  VR-SEQ-ERROR                 VALUE 'Y'.
008600     05  VR-ANY-DIFF-SW        PIC X(01)  VALUE 'N'.
008700         88  VR-ANY-DIFF                  VALUE 'Y'.
008800     05  VR-CONFLICT-SW        PIC X(01)  VALUE 'N'.
008900         88  VR-CONFLICT                  VALUE 'Y'.
009000*
009100 01  VR-KEYS.
009200     05  VR-IN-KEY.
009300         10  VR-IN-FIELD-1     PIC X(20).
009400         10  VR-IN-RECTYPE     PIC X(01).
009500     05  VR-LAST-KEY           PIC X(21)  VALUE LOW-VALUES.
009600     05  VR-GROUP-KEY.
009700         10  VR-GROUP-FIELD-1  PIC X(20).
009800         10  VR-GROUP-RECTYPE  PIC X(01).
009900*
010000 01  VR-COUNTERS.
010100     05  VR-INPUT-COUNT        PIC 9(09)  COMP VALUE ZERO.
010200     05  VR-OFFICE-READ-COUNT  PIC 9(09)  COMP VALUE ZERO.
010300     05  VR-WRITTEN-COUNT      PIC 9(09)  COMP VALUE ZERO.
010400     05  VR-COLLAPSED-COUNT    PIC 9(09)  COMP VALUE ZERO.
010500     05  VR-DIVERTED-COUNT     PIC 9(09)  COMP VALUE ZERO.
010600     05  VR-DUP-KEY-COUNT      PIC 9(09)  COMP VALUE ZERO.
010700     05  VR-CONFLICT-KEY-COUNT PIC 9(09)  COMP VALUE ZERO.
010800*
010900 01  VR-RECORD-LENGTHS.
011000     05  VR-INPUT-REC-LEN      PIC 9(04)  COMP VALUE ZERO.
011100     05  VR-OUTPUT-REC-LEN     PIC 9(04)  COMP VALUE ZERO.
011200     05  VR-KEPT-REC-LEN       PIC 9(04)  COMP VALUE ZERO.
011300     05  VR-LOST-REC-LEN       PIC 9(04)  COMP VALUE ZERO.
011400     05  VR-KEPT-ARRAYS-LEN    PIC 9(04)  COMP VALUE ZERO.
011500*
011600 01  VR-INDEXES.
011700     05  VR-PT-IDX             PIC 9(04)  COMP VALUE ZERO.
011800     05  VR-PT-SLOT            PIC 9(04)  COMP VALUE ZERO.
011900     05  VR-GP-IDX             PIC 9(02)  COMP VALUE ZERO.
012000     05  VR-GP-KEPT            PIC 9(02)  COMP VALUE ZERO.
012100*
012200 01  VR-TODAY                  PIC 9(08)  VALUE ZERO.
012300*
012400******************************************************************
012500* THE PRECEDENCE TABLE HOLDS THE VROPRC CARDS.  AN OFFICE NOT ON *
012600* THE TABLE TAKES VR-PT-DEFAULT, BEHIND EVERY OFFICE THAT IS.    *
012700******************************************************************
012800 01  VR-PRECEDENCE-TABLE.
012900     05  VR-PT-USED            PIC 9(04)  COMP VALUE ZERO.
013000     05  VR-PT-MAX             PIC 9(04)  COMP VALUE 100.
013100     05  VR-PT-DEFAULT         PIC 9(03)  VALUE 999.
013200     05  VR-PT-ENTRY OCCURS 100 TIMES.
013300         10  VR-PT-OFFICE      PIC X(04).
013400         10  VR-PT-PRECEDENCE  PIC 9(03).
013500*
013600******************************************************************
013700* THE GROUP TABLE HOLDS EVERY COPY OF THE KEY BEING RESOLVED.    *
013800* A COPY BEYOND VR-GP-MAX IS DIVERTED WITHOUT BEING COMPARED.    *
013900******************************************************************
014000 01  VR-GROUP-TABLE.
014100     05  VR-GP-USED            PIC 9(02)  COMP VALUE ZERO.
014200     05  VR-GP-MAX             PIC 9(02)  COMP VALUE 20.
014300     05  VR-GP-ENTRY OCCURS 20 TIMES.
014400         10  VR-GP-ATTR        PIC X(40).
014500         10  VR-GP-OFFICE      PIC X(04).
014600         10  VR-GP-SEQ         PIC 9(09).
014700         10  VR-GP-PRECEDENCE  PIC 9(03).
014800         10  VR-GP-REC-LEN     PIC 9(04)  COMP.
014900         10  VR-GP-IMAGE       PIC X(355).
015000*
015100******************************************************************
015200* THE KEPT AND LOST COPIES ARE LAID OVER THESE WORK AREAS FOR    *
015300* COMPARISON - RECORD-TYPE '3' CARRIES ITS DEATH-DETAILS WHERE   *
015400* TYPES '1' AND '2' CARRY BIRTH-DETAILS.                         *
015500******************************************************************
015600 01  VR-KEPT-IMAGE             PIC X(355).
015700 01  VR-KEPT-BD REDEFINES VR-KEPT-IMAGE.
015800     05  FILLER                PIC X(29).
015900     05  VR-KEPT-BIRTH.
016000         10  VR-KEPT-BIRTH-CITY
016100                               PIC X(20).
016200         10  VR-KEPT-BIRTH-XDATE
016300                               PIC X(08).
016400     05  VR-KEPT-DEATH.
016500         10  VR-KEPT-DEATH-CITY
016600                               PIC X(20).
016700         10  VR-KEPT-DEATH-XDATE
016800                               PIC X(08).
016900     05  VR-KEPT-DUPS          PIC X(05).
017000     05  VR-KEPT-ARRAY-AREA    PIC X(265).
017100 01  VR-KEPT-D3 REDEFINES VR-KEPT-IMAGE.
017200     05  FILLER                PIC X(29).
017300     05  VR-KEPT-D3-DEATH.
017400         10  VR-KEPT-D3-CITY   PIC X(20).
017500         10  VR-KEPT-D3-XDATE  PIC X(08).
017600     05  FILLER                PIC X(298).
017700*
017800 01  VR-LOST-IMAGE             PIC X(355).
017900 01  VR-LOST-BD REDEFINES VR-LOST-IMAGE.
018000     05  FILLER                PIC X(29).
018100     05  VR-LOST-BIRTH.
018200         10  VR-LOST-BIRTH-CITY
018300                               PIC X(20).
018400         10  VR-LOST-BIRTH-XDATE
018500                               PIC X(08).
018600     05  VR-LOST-DEATH.
018700         10  VR-LOST-DEATH-CITY
018800                               PIC X(20).
018900         10  VR-LOST-DEATH-XDATE
019000                               PIC X(08).
019100     05  VR-LOST-DUPS          PIC X(05).
019200     05  VR-LOST-ARRAY-AREA    PIC X(265).
019300 01  VR-LOST-D3 REDEFINES VR-LOST-IMAGE.
019400     05  FILLER                PIC X(29).
019500     05  VR-LOST-D3-DEATH.
019600         10  VR-LOST-D3-CITY   PIC X(20).
019700         10  VR-LOST-D3-XDATE  PIC X(08).
019800     05  FILLER                PIC X(298).
019900*
020000 01  VR-DIFF-GROUPS.
020100     05  VR-DIFF-BIRTH         PIC X(01)  VALUE SPACE.
020200     05  VR-DIFF-DEATH         PIC X(01)  VALUE SPACE.
020300     05  VR-DIFF-DUPS          PIC X(01)  VALUE SPACE.
020400     05  VR-DIFF-ARRAYS        PIC X(01)  VALUE SPACE.
020500*
020600 01  VR-KEY-HEADING.
020700     05  FILLER                PIC X(04)  VALUE 'KEY '.
020800     05  VR-KH-FIELD-1         PIC X(20).
020900     05  FILLER                PIC X(06)  VALUE ' TYPE '.
021000     05  VR-KH-RECTYPE         PIC X(01).
021100     05  FILLER                PIC X(15)
021200         VALUE '   KEPT OFFICE '.
021300     05  VR-KH-KEPT-OFFICE     PIC X(04).
021400     05  FILLER                PIC X(19)
021500         VALUE '   DIVERTED OFFICE '.
021600     05  VR-KH-LOST-OFFICE     PIC X(04).
021700     05  FILLER                PIC X(15)
021800         VALUE '   EXTRACT SEQ '.
021900     05  VR-KH-LOST-SEQ        PIC ZZZZZZZZ9.
022000*
022100 01  VR-COLUMN-HEADING.
022200     05  FILLER                PIC X(20)  VALUE SPACES.
022300     05  FILLER                PIC X(32)
022400         VALUE 'KEPT COPY'.
022500     05  FILLER                PIC X(32)
022600         VALUE 'DIVERTED COPY'.
022700*
022800 01  VR-SIDE-DETAIL.
022900     05  FILLER                PIC X(04)  VALUE SPACES.
023000     05  VR-SD-ITEM            PIC X(14).
023100     05  FILLER                PIC X(02)  VALUE SPACES.
023200     05  VR-SD-KEPT            PIC X(30).
023300     05  FILLER                PIC X(02)  VALUE SPACES.
023400     05  VR-SD-LOST            PIC X(30).
023500     05  FILLER                PIC X(02)  VALUE SPACES.
023600     05  VR-SD-FLAG            PIC X(07).
023700*
023800 01  VR-LENGTH-TEXT.
023900     05  FILLER                PIC X(07)  VALUE 'LENGTH '.
024000     05  VR-LT-LEN             PIC ZZZ9.
024100*
024110     COPY VRLGWK.
024120*
024130 LINKAGE SECTION.
024140 01  VR-PARM-AREA.
024150     05  VR-PARM-LEN           PIC S9(04) COMP.
024160     05  VR-PARM-TEXT          PIC X(08).
024170*
024200 PROCEDURE DIVISION USING VR-PARM-AREA.
024300*
024400 0000-MAINLINE.
024500     PERFORM 1000-INITIALIZE
024600         THRU 1000-INITIALIZE-EXIT.
024700     PERFORM 2000-PROCESS-KEY
024800         THRU 2000-PROCESS-KEY-EXIT
024900         UNTIL VR-EOF
025000            OR VR-SEQ-ERROR.
025100     PERFORM 9000-TERMINATE
025200         THRU 9000-TERMINATE-EXIT.
025300     STOP RUN.
025400*
025500 1000-INITIALIZE.
025510     IF VR-PARM-LEN >= 8
025520        AND VR-PARM-TEXT (1:8) NUMERIC
025530         MOVE VR-PARM-TEXT (1:8) TO VR-BL-RUN-DATE
025540     ELSE
025550         DISPLAY 'VR130 - RUN-DATE PARM MISSING OR NOT'
025560                 ' NUMERIC'
025570         MOVE 8 TO RETURN-CODE
025580         STOP RUN
025590     END-IF.
025600     ACCEPT VR-TODAY FROM DATE YYYYMMDD.
025700     OPEN INPUT  VR-INPUT-FILE
025800          INPUT  VR-OFFICE-IN-FILE
025900          INPUT  VR-PRECEDENCE-FILE
026000          OUTPUT VR-OUTPUT-FILE
026100          OUTPUT VR-OFFICE-OUT-FILE
026200          OUTPUT VR-DUPREG-FILE
026300          OUTPUT VR-DUPLICATE-RPT.
026400     MOVE SPACES TO VR-DUPLICATE-LINE.
026500     MOVE 'VR130 - CROSS-OFFICE DUPLICATE REGISTRATIONS DIVERTED'
026600         TO VR-DUPLICATE-LINE.
026700     WRITE VR-DUPLICATE-LINE.
026800     PERFORM 1100-LOAD-PRECEDENCE
026900         THRU 1100-LOAD-PRECEDENCE-EXIT.
027000     PERFORM 2100-READ-PAIR
027100         THRU 2100-READ-PAIR-EXIT.
027200 1000-INITIALIZE-EXIT.
027300     EXIT.
027400*
027500 1100-LOAD-PRECEDENCE.
027600     PERFORM 1110-READ-PRECEDENCE
027700         THRU 1110-READ-PRECEDENCE-EXIT.
027800     PERFORM 1120-TABLE-PRECEDENCE
027900         THRU 1120-TABLE-PRECEDENCE-EXIT
028000         UNTIL VR-PRECEDENCE-EOF.
028100     CLOSE VR-PRECEDENCE-FILE.
028200 1100-LOAD-PRECEDENCE-EXIT.
028300     EXIT.
028400*
028500 1110-READ-PRECEDENCE.
028600     READ VR-PRECEDENCE-FILE
028700         AT END
028800             MOVE 'Y' TO VR-PRECEDENCE-EOF-SW
028900     END-READ.
029000 1110-READ-PRECEDENCE-EXIT.
029100     EXIT.
029200*
029300 1120-TABLE-PRECEDENCE.
029400     IF VROP-PRECEDENCE NOT NUMERIC
029500         DISPLAY 'VR130 - PRECEDENCE CARD FOR OFFICE '
029600                 VROP-OFFICE-ID ' NOT NUMERIC - IGNORED'
029700     ELSE
029800         IF VR-PT-USED >= VR-PT-MAX
029900             DISPLAY 'VR130 - PRECEDENCE TABLE FULL - OFFICE '
030000                     VROP-OFFICE-ID ' DROPPED'
030100         ELSE
030200             ADD 1 TO VR-PT-USED
030300             MOVE VROP-OFFICE-ID  TO VR-PT-OFFICE (VR-PT-USED)
030400             MOVE VROP-PRECEDENCE TO
030500                  VR-PT-PRECEDENCE (VR-PT-USED)
030600         END-IF
030700     END-IF.
030800     PERFORM 1110-READ-PRECEDENCE
030900         THRU 1110-READ-PRECEDENCE-EXIT.
031000 1120-TABLE-PRECEDENCE-EXIT.
031100     EXIT.
031200*
031300******************************************************************
031400* 2000-PROCESS-KEY GATHERS EVERY COPY OF ONE FIELD-1 PLUS        *
031500* RECORD-TYPE INTO THE GROUP TABLE, THEN RESOLVES THE GROUP.     *
031600******************************************************************
031700 2000-PROCESS-KEY.
031800     MOVE VR-IN-KEY TO VR-GROUP-KEY.
031900     MOVE ZERO TO VR-GP-USED.
032000     PERFORM 2200-ADD-TO-GROUP
032100         THRU 2200-ADD-TO-GROUP-EXIT
032200         UNTIL VR-EOF
032300            OR VR-SEQ-ERROR
032400            OR VR-IN-KEY NOT = VR-GROUP-KEY.
032500     IF VR-SEQ-ERROR
032600         GO TO 2000-PROCESS-KEY-EXIT
032700     END-IF.
032800     PERFORM 3000-RESOLVE-GROUP
032900         THRU 3000-RESOLVE-GROUP-EXIT.
033000 2000-PROCESS-KEY-EXIT.
033100     EXIT.
033200*
033300******************************************************************
033400* 2100-READ-PAIR READS THE NEXT GOOD RECORD AND ITS ATTRIBUTION  *
033500* RECORD TOGETHER.  THE TWO FILES MUST END TOGETHER AND EVERY    *
033600* PAIR MUST CARRY THE SAME KEY - OTHERWISE THE SORTS AHEAD OF    *
033700* THIS PROGRAM DID NOT KEEP THEM IN STEP AND NO OFFICE FROM HERE *
033800* ON CAN BE TRUSTED.                                             *
033900******************************************************************
034000 2100-READ-PAIR.
034100     READ VR-INPUT-FILE
034200         AT END
034300             MOVE 'Y' TO VR-EOF-SW
034400             MOVE HIGH-VALUES TO VR-IN-KEY
034500         NOT AT END
034600             ADD 1 TO VR-INPUT-COUNT
034700             MOVE FIELD-1 OF DUP-NAME-1     TO VR-IN-FIELD-1
034800             MOVE RECORD-TYPE OF DUP-NAME-1 TO VR-IN-RECTYPE
034900     END-READ.
035000     READ VR-OFFICE-IN-FILE
035100         AT END
035200             MOVE 'Y' TO VR-OFFICE-EOF-SW
035300         NOT AT END
035400             ADD 1 TO VR-OFFICE-READ-COUNT
035500     END-READ.
035600     IF VR-EOF AND VR-OFFICE-EOF
035700         GO TO 2100-READ-PAIR-EXIT
035800     END-IF.
035900     IF VR-EOF OR VR-OFFICE-EOF
036000         DISPLAY 'VR130 - GOOD OUTPUT AND OFFICE ATTRIBUTION '
036100                 'FILES END AT DIFFERENT RECORDS - GOOD '
036200                 VR-INPUT-COUNT ' ATTRIBUTION '
036300                 VR-OFFICE-READ-COUNT
036400         MOVE 'Y' TO VR-SEQ-ERROR-SW
036500         GO TO 2100-READ-PAIR-EXIT
036600     END-IF.
036700     IF VROA-KEY NOT = VR-IN-KEY
036800         DISPLAY 'VR130 - OFFICE ATTRIBUTION OUT OF STEP AT '
036900                 'RECORD ' VR-INPUT-COUNT ' KEY ' VR-IN-KEY
037000                 ' ATTRIBUTION KEY ' VROA-KEY
037100         MOVE 'Y' TO VR-SEQ-ERROR-SW
037200         GO TO 2100-READ-PAIR-EXIT
037300     END-IF.
037400     PERFORM 2110-CHECK-SEQUENCE
037500         THRU 2110-CHECK-SEQUENCE-EXIT.
037600 2100-READ-PAIR-EXIT.
037700     EXIT.
037800*
037900 2110-CHECK-SEQUENCE.
038000     IF VR-IN-KEY < VR-LAST-KEY
038100         DISPLAY 'VR130 - INPUT SEQUENCE BROKEN AT RECORD '
038200                 VR-INPUT-COUNT ' KEY ' VR-IN-KEY
038300                 ' IS LOWER THAN PRIOR KEY ' VR-LAST-KEY
038400         MOVE 'Y' TO VR-SEQ-ERROR-SW
038500     ELSE
038600         MOVE VR-IN-KEY TO VR-LAST-KEY
038700     END-IF.
038800 2110-CHECK-SEQUENCE-EXIT.
038900     EXIT.
039000*
039100 2200-ADD-TO-GROUP.
039200     IF VR-GP-USED >= VR-GP-MAX
039300         PERFORM 2250-DIVERT-EXCESS
039400             THRU 2250-DIVERT-EXCESS-EXIT
039500         GO TO 2200-ADD-WRAP-UP
039600     END-IF.
039700     ADD 1 TO VR-GP-USED.
039800     MOVE VR-OFFICE-ATTR-RECORD TO VR-GP-ATTR (VR-GP-USED).
039900     MOVE VROA-OFFICE-ID        TO VR-GP-OFFICE (VR-GP-USED).
040000     MOVE VROA-EXTRACT-SEQ      TO VR-GP-SEQ (VR-GP-USED).
040100     MOVE VR-INPUT-REC-LEN      TO VR-GP-REC-LEN (VR-GP-USED).
040200     MOVE SPACES                TO VR-GP-IMAGE (VR-GP-USED).
040300     MOVE DUP-NAME-1 (1 : VR-INPUT-REC-LEN)
040400         TO VR-GP-IMAGE (VR-GP-USED) (1 : VR-INPUT-REC-LEN).
040500     PERFORM 2300-FIND-PRECEDENCE
040600         THRU 2300-FIND-PRECEDENCE-EXIT.
040700 2200-ADD-WRAP-UP.
040800     PERFORM 2100-READ-PAIR
040900         THRU 2100-READ-PAIR-EXIT.
041000 2200-ADD-TO-GROUP-EXIT.
041100     EXIT.
041200*
041300******************************************************************
041400* 2250-DIVERT-EXCESS HANDLES A KEY WITH MORE COPIES THAN THE     *
041500* GROUP TABLE HOLDS.  THE EXCESS COPY IS DIVERTED UNCOMPARED -   *
041600* NO KEPT OFFICE AND NO DIFFERING GROUPS - FOR THE REGISTRAR.    *
041700******************************************************************
041800 2250-DIVERT-EXCESS.
041900     DISPLAY 'VR130 - MORE THAN ' VR-GP-MAX ' COPIES OF KEY '
042000             VR-IN-KEY ' - EXCESS COPY DIVERTED UNCOMPARED'.
042100     MOVE SPACES                TO VR-DUPREG-RECORD.
042200     MOVE VR-IN-FIELD-1         TO VRDR-FIELD-1.
042300     MOVE VR-IN-RECTYPE         TO VRDR-RECORD-TYPE.
042400     MOVE VR-TODAY              TO VRDR-PROCESS-DATE.
042500     MOVE VROA-OFFICE-ID        TO VRDR-LOST-OFFICE-ID.
042600     MOVE VROA-EXTRACT-SEQ      TO VRDR-LOST-EXTRACT-SEQ.
042700     MOVE VR-INPUT-REC-LEN      TO VRDR-REC-LEN.
042800     MOVE DUP-NAME-1 (1 : VR-INPUT-REC-LEN)
042900         TO VRDR-RECORD-IMAGE (1 : VR-INPUT-REC-LEN).
043000     WRITE VR-DUPREG-RECORD.
043100     ADD 1 TO VR-DIVERTED-COUNT.
043110     MOVE 'DV'                  TO VR-BL-POST-CATEGORY.
043120     MOVE VROA-OFFICE-ID        TO VR-BL-POST-OFFICE.
043130     MOVE DUP-NAME-1 (1 : VR-INPUT-REC-LEN) TO VR-HASH-RECORD.
043140     PERFORM 7400-POST-RECORD-TOTALS
043150         THRU 7400-POST-RECORD-TOTALS-EXIT.
043200 2250-DIVERT-EXCESS-EXIT.
043300     EXIT.
043400*
043500 2300-FIND-PRECEDENCE.
043600     MOVE VR-PT-DEFAULT TO VR-GP-PRECEDENCE (VR-GP-USED).
043700     MOVE ZERO TO VR-PT-SLOT.
043800     PERFORM 2310-SCAN-PRECEDENCE
043900         THRU 2310-SCAN-PRECEDENCE-EXIT
044000         VARYING VR-PT-IDX FROM 1 BY 1
044100         UNTIL VR-PT-IDX > VR-PT-USED
044200            OR VR-PT-SLOT > ZERO.
044300     IF VR-PT-SLOT > ZERO
044400         MOVE VR-PT-PRECEDENCE (VR-PT-SLOT)
044500             TO VR-GP-PRECEDENCE (VR-GP-USED)
044600     END-IF.
044700 2300-FIND-PRECEDENCE-EXIT.
044800     EXIT.
044900*
045000 2310-SCAN-PRECEDENCE.
045100     IF VR-PT-OFFICE (VR-PT-IDX) = VROA-OFFICE-ID
045200         MOVE VR-PT-IDX TO VR-PT-SLOT
045300     END-IF.
045400 2310-SCAN-PRECEDENCE-EXIT.
045500     EXIT.
045600*
045700******************************************************************
045800* 3000-RESOLVE-GROUP WRITES A SINGLE COPY STRAIGHT THROUGH.  FOR *
045900* A DUPLICATED KEY IT PICKS THE COPY TO KEEP, COLLAPSES EVERY    *
046000* OTHER COPY WITH IDENTICAL CONTENT AND DIVERTS EVERY COPY THAT  *
046100* CONFLICTS, THEN WRITES THE KEPT COPY.                          *
046200******************************************************************
046300 3000-RESOLVE-GROUP.
046400     MOVE 1 TO VR-GP-KEPT.
046500     IF VR-GP-USED = 1
046600         GO TO 3000-RESOLVE-WRAP-UP
046700     END-IF.
046800     ADD 1 TO VR-DUP-KEY-COUNT.
046900     PERFORM 3100-PICK-KEPT
047000         THRU 3100-PICK-KEPT-EXIT
047100         VARYING VR-GP-IDX FROM 2 BY 1
047200         UNTIL VR-GP-IDX > VR-GP-USED.
047300     MOVE VR-GP-IMAGE (VR-GP-KEPT)   TO VR-KEPT-IMAGE.
047400     MOVE VR-GP-REC-LEN (VR-GP-KEPT) TO VR-KEPT-REC-LEN.
047500     MOVE 'N' TO VR-CONFLICT-SW.
047600     PERFORM 3200-CHECK-COPY
047700         THRU 3200-CHECK-COPY-EXIT
047800         VARYING VR-GP-IDX FROM 1 BY 1
047900         UNTIL VR-GP-IDX > VR-GP-USED.
048000     IF VR-CONFLICT
048100         ADD 1 TO VR-CONFLICT-KEY-COUNT
048200     END-IF.
048300 3000-RESOLVE-WRAP-UP.
048400     PERFORM 3500-WRITE-KEPT
048500         THRU 3500-WRITE-KEPT-EXIT.
048600 3000-RESOLVE-GROUP-EXIT.
048700     EXIT.
048800*
048900 3100-PICK-KEPT.
049000     IF VR-GP-PRECEDENCE (VR-GP-IDX) <
049100            VR-GP-PRECEDENCE (VR-GP-KEPT)
049200         MOVE VR-GP-IDX TO VR-GP-KEPT
049300         GO TO 3100-PICK-KEPT-EXIT
049400     END-IF.
049500     IF VR-GP-PRECEDENCE (VR-GP-IDX) =
049600            VR-GP-PRECEDENCE (VR-GP-KEPT)
049700        AND VR-GP-SEQ (VR-GP-IDX) > VR-GP-SEQ (VR-GP-KEPT)
049800         MOVE VR-GP-IDX TO VR-GP-KEPT
049900     END-IF.
050000 3100-PICK-KEPT-EXIT.
050100     EXIT.
050200*
050300 3200-CHECK-COPY.
050400     IF VR-GP-IDX = VR-GP-KEPT
050500         GO TO 3200-CHECK-COPY-EXIT
050600     END-IF.
050700     MOVE VR-GP-IMAGE (VR-GP-IDX)   TO VR-LOST-IMAGE.
050800     MOVE VR-GP-REC-LEN (VR-GP-IDX) TO VR-LOST-REC-LEN.
050900     PERFORM 3300-COMPARE-COPY
051000         THRU 3300-COMPARE-COPY-EXIT.
051100     IF VR-ANY-DIFF
051200         MOVE 'Y' TO VR-CONFLICT-SW
051300         PERFORM 3400-DIVERT-COPY
051400             THRU 3400-DIVERT-COPY-EXIT
051500     ELSE
051600         ADD 1 TO VR-COLLAPSED-COUNT
051610         MOVE 'CO'                     TO VR-BL-POST-CATEGORY
051620         MOVE VR-GP-OFFICE (VR-GP-IDX) TO VR-BL-POST-OFFICE
051630         PERFORM 7300-POST-LOST-IMAGE
051640             THRU 7300-POST-LOST-IMAGE-EXIT
051700     END-IF.
051800 3200-CHECK-COPY-EXIT.
051900     EXIT.
052000*
052100******************************************************************
052200* 3300-COMPARE-COPY CHECKS EACH CONTENT GROUP OF A COPY AGAINST  *
052300* THE KEPT COPY, AS VR620 DOES BETWEEN GENERATIONS.  RUN-DATE IS *
052400* EXTRACT BOOKKEEPING AND IS NOT COMPARED.  THE ARRAYS ARE       *
052500* COMPARED AS THE RAW BYTES FROM THE ARRAY COUNTS ON - A LENGTH  *
052600* DIFFERENCE IS A CONTENT DIFFERENCE.                            *
052700******************************************************************
052800 3300-COMPARE-COPY.
052900     MOVE SPACES TO VR-DIFF-GROUPS.
053000     MOVE 'N' TO VR-ANY-DIFF-SW.
053100     IF VR-GROUP-RECTYPE = '3'
053200         IF VR-KEPT-D3-DEATH NOT = VR-LOST-D3-DEATH
053300             MOVE 'Y' TO VR-DIFF-DEATH
053400             MOVE 'Y' TO VR-ANY-DIFF-SW
053500         END-IF
053600         GO TO 3300-COMPARE-COPY-EXIT
053700     END-IF.
053800     IF VR-KEPT-BIRTH NOT = VR-LOST-BIRTH
053900         MOVE 'Y' TO VR-DIFF-BIRTH
054000         MOVE 'Y' TO VR-ANY-DIFF-SW
054100     END-IF.
054200     IF VR-KEPT-DEATH NOT = VR-LOST-DEATH
054300         MOVE 'Y' TO VR-DIFF-DEATH
054400         MOVE 'Y' TO VR-ANY-DIFF-SW
054500     END-IF.
054600     IF VR-GROUP-RECTYPE NOT = '1'
054700         GO TO 3300-COMPARE-COPY-EXIT
054800     END-IF.
054900     IF VR-KEPT-DUPS NOT = VR-LOST-DUPS
055000         MOVE 'Y' TO VR-DIFF-DUPS
055100         MOVE 'Y' TO VR-ANY-DIFF-SW
055200     END-IF.
055300     IF VR-KEPT-REC-LEN NOT = VR-LOST-REC-LEN
055400         MOVE 'Y' TO VR-DIFF-ARRAYS
055500         MOVE 'Y' TO VR-ANY-DIFF-SW
055600         GO TO 3300-COMPARE-COPY-EXIT
055700     END-IF.
055800     IF VR-KEPT-REC-LEN > 90
055900         COMPUTE VR-KEPT-ARRAYS-LEN = VR-KEPT-REC-LEN - 90
056000         IF VR-KEPT-ARRAY-AREA (1 : VR-KEPT-ARRAYS-LEN) NOT =
056100                VR-LOST-ARRAY-AREA (1 : VR-KEPT-ARRAYS-LEN)
056200             MOVE 'Y' TO VR-DIFF-ARRAYS
056300             MOVE 'Y' TO VR-ANY-DIFF-SW
056400         END-IF
056500     END-IF.
056600 3300-COMPARE-COPY-EXIT.
056700     EXIT.
056800*
056900 3400-DIVERT-COPY.
057000     MOVE SPACES                    TO VR-DUPREG-RECORD.
057100     MOVE VR-GROUP-FIELD-1          TO VRDR-FIELD-1.
057200     MOVE VR-GROUP-RECTYPE          TO VRDR-RECORD-TYPE.
057300     MOVE VR-TODAY                  TO VRDR-PROCESS-DATE.
057400     MOVE VR-GP-OFFICE (VR-GP-KEPT) TO VRDR-KEPT-OFFICE-ID.
057500     MOVE VR-GP-OFFICE (VR-GP-IDX)  TO VRDR-LOST-OFFICE-ID.
057600     MOVE VR-GP-SEQ (VR-GP-IDX)     TO VRDR-LOST-EXTRACT-SEQ.
057700     MOVE VR-DIFF-BIRTH             TO VRDR-DIFF-BIRTH.
057800     MOVE VR-DIFF-DEATH             TO VRDR-DIFF-DEATH.
057900     MOVE VR-DIFF-DUPS              TO VRDR-DIFF-DUPS.
058000     MOVE VR-DIFF-ARRAYS            TO VRDR-DIFF-ARRAYS.
058100     MOVE VR-LOST-REC-LEN           TO VRDR-REC-LEN.
058200     MOVE VR-LOST-IMAGE (1 : VR-LOST-REC-LEN)
058300         TO VRDR-RECORD-IMAGE (1 : VR-LOST-REC-LEN).
058400     WRITE VR-DUPREG-RECORD.
058500     ADD 1 TO VR-DIVERTED-COUNT.
058510     MOVE 'DV'                      TO VR-BL-POST-CATEGORY.
058520     MOVE VR-GP-OFFICE (VR-GP-IDX)  TO VR-BL-POST-OFFICE.
058530     PERFORM 7300-POST-LOST-IMAGE
058540         THRU 7300-POST-LOST-IMAGE-EXIT.
058600     PERFORM 3600-PRINT-SIDE-BY-SIDE
058700         THRU 3600-PRINT-SIDE-BY-SIDE-EXIT.
058800 3400-DIVERT-COPY-EXIT.
058900     EXIT.
059000*
059100 3500-WRITE-KEPT.
059200     MOVE VR-GP-REC-LEN (VR-GP-KEPT) TO VR-OUTPUT-REC-LEN.
059300     MOVE VR-GP-IMAGE (VR-GP-KEPT) (1 : VR-OUTPUT-REC-LEN)
059400         TO VR-OUTPUT-RECORD (1 : VR-OUTPUT-REC-LEN).
059500     WRITE VR-OUTPUT-RECORD.
059600     MOVE VR-GP-ATTR (VR-GP-KEPT) TO VR-OFFICE-OUT-RECORD.
059700     WRITE VR-OFFICE-OUT-RECORD.
059800     ADD 1 TO VR-WRITTEN-COUNT.
059810     MOVE 'WR'                      TO VR-BL-POST-CATEGORY.
059820     MOVE VR-GP-OFFICE (VR-GP-KEPT) TO VR-BL-POST-OFFICE.
059830     MOVE VR-GP-IMAGE (VR-GP-KEPT) (1 : VR-OUTPUT-REC-LEN)
059840         TO VR-HASH-RECORD.
059850     PERFORM 7400-POST-RECORD-TOTALS
059860         THRU 7400-POST-RECORD-TOTALS-EXIT.
059900 3500-WRITE-KEPT-EXIT.
060000     EXIT.
060100*
060200******************************************************************
060300* 3600-PRINT-SIDE-BY-SIDE PRINTS A DIVERTED COPY BESIDE THE KEPT *
060400* COPY, ONE LINE PER ITEM, FLAGGING EACH ITEM THAT DIFFERS.      *
060500******************************************************************
060600 3600-PRINT-SIDE-BY-SIDE.
060700     MOVE SPACES TO VR-DUPLICATE-LINE.
060800     WRITE VR-DUPLICATE-LINE.
060900     MOVE VR-GROUP-FIELD-1          TO VR-KH-FIELD-1.
061000     MOVE VR-GROUP-RECTYPE          TO VR-KH-RECTYPE.
061100     MOVE VR-GP-OFFICE (VR-GP-KEPT) TO VR-KH-KEPT-OFFICE.
061200     MOVE VR-GP-OFFICE (VR-GP-IDX)  TO VR-KH-LOST-OFFICE.
061300     MOVE VR-GP-SEQ (VR-GP-IDX)     TO VR-KH-LOST-SEQ.
061400     MOVE VR-KEY-HEADING            TO VR-DUPLICATE-LINE.
061500     WRITE VR-DUPLICATE-LINE.
061600     MOVE VR-COLUMN-HEADING         TO VR-DUPLICATE-LINE.
061700     WRITE VR-DUPLICATE-LINE.
061800     IF VR-GROUP-RECTYPE = '3'
061900         MOVE 'DEATH CITY'     TO VR-SD-ITEM
062000         MOVE VR-KEPT-D3-CITY  TO VR-SD-KEPT
062100         MOVE VR-LOST-D3-CITY  TO VR-SD-LOST
062200         PERFORM 3610-PRINT-SIDE-LINE
062300             THRU 3610-PRINT-SIDE-LINE-EXIT
062400         MOVE 'DEATH XDATE'    TO VR-SD-ITEM
062500         MOVE VR-KEPT-D3-XDATE TO VR-SD-KEPT
062600         MOVE VR-LOST-D3-XDATE TO VR-SD-LOST
062700         PERFORM 3610-PRINT-SIDE-LINE
062800             THRU 3610-PRINT-SIDE-LINE-EXIT
062900         GO TO 3600-PRINT-SIDE-BY-SIDE-EXIT
063000     END-IF.
063100     MOVE 'BIRTH CITY'         TO VR-SD-ITEM.
063200     MOVE VR-KEPT-BIRTH-CITY   TO VR-SD-KEPT.
063300     MOVE VR-LOST-BIRTH-CITY   TO VR-SD-LOST.
063400     PERFORM 3610-PRINT-SIDE-LINE
063500         THRU 3610-PRINT-SIDE-LINE-EXIT.
063600     MOVE 'BIRTH XDATE'        TO VR-SD-ITEM.
063700     MOVE VR-KEPT-BIRTH-XDATE  TO VR-SD-KEPT.
063800     MOVE VR-LOST-BIRTH-XDATE  TO VR-SD-LOST.
063900     PERFORM 3610-PRINT-SIDE-LINE
064000         THRU 3610-PRINT-SIDE-LINE-EXIT.
064100     MOVE 'DEATH CITY'         TO VR-SD-ITEM.
064200     MOVE VR-KEPT-DEATH-CITY   TO VR-SD-KEPT.
064300     MOVE VR-LOST-DEATH-CITY   TO VR-SD-LOST.
064400     PERFORM 3610-PRINT-SIDE-LINE
064500         THRU 3610-PRINT-SIDE-LINE-EXIT.
064600     MOVE 'DEATH XDATE'        TO VR-SD-ITEM.
064700     MOVE VR-KEPT-DEATH-XDATE  TO VR-SD-KEPT.
064800     MOVE VR-LOST-DEATH-XDATE  TO VR-SD-LOST.
064900     PERFORM 3610-PRINT-SIDE-LINE
065000         THRU 3610-PRINT-SIDE-LINE-EXIT.
065100     IF VR-GROUP-RECTYPE NOT = '1'
065200         GO TO 3600-PRINT-SIDE-BY-SIDE-EXIT
065300     END-IF.
065400     MOVE 'DUPS'               TO VR-SD-ITEM.
065500     MOVE VR-KEPT-DUPS         TO VR-SD-KEPT.
065600     MOVE VR-LOST-DUPS         TO VR-SD-LOST.
065700     PERFORM 3610-PRINT-SIDE-LINE
065800         THRU 3610-PRINT-SIDE-LINE-EXIT.
065900     MOVE 'ARRAYS'             TO VR-SD-ITEM.
066000     MOVE VR-KEPT-REC-LEN      TO VR-LT-LEN.
066100     MOVE VR-LENGTH-TEXT       TO VR-SD-KEPT.
066200     MOVE VR-LOST-REC-LEN      TO VR-LT-LEN.
066300     MOVE VR-LENGTH-TEXT       TO VR-SD-LOST.
066400     MOVE SPACES               TO VR-SD-FLAG.
066500     IF VR-DIFF-ARRAYS = 'Y'
066600         MOVE 'DIFFERS' TO VR-SD-FLAG
066700     END-IF.
066800     MOVE VR-SIDE-DETAIL       TO VR-DUPLICATE-LINE.
066900     WRITE VR-DUPLICATE-LINE.
067000 3600-PRINT-SIDE-BY-SIDE-EXIT.
067100     EXIT.
067200*
067300 3610-PRINT-SIDE-LINE.
067400     MOVE SPACES TO VR-SD-FLAG.
067500     IF VR-SD-KEPT NOT = VR-SD-LOST
067600         MOVE 'DIFFERS' TO VR-SD-FLAG
067700     END-IF.
067800     MOVE SPACES         TO VR-DUPLICATE-LINE.
067900     MOVE VR-SIDE-DETAIL TO VR-DUPLICATE-LINE.
068000     WRITE VR-DUPLICATE-LINE.
068100 3610-PRINT-SIDE-LINE-EXIT.
068200     EXIT.
068300*
068325******************************************************************
068350* 7300-POST-LOST-IMAGE POSTS THE COPY IN VR-LOST-IMAGE TO THE    *
068375* BALANCING LEDGER UNDER THE CATEGORY AND OFFICE THE CALLER HAS  *
068400* SET.                                                           *
068425******************************************************************
068450 7300-POST-LOST-IMAGE.
068475     MOVE VR-LOST-IMAGE (1 : VR-LOST-REC-LEN) TO VR-HASH-RECORD.
068500     PERFORM 7400-POST-RECORD-TOTALS
068525         THRU 7400-POST-RECORD-TOTALS-EXIT.
068550 7300-POST-LOST-IMAGE-EXIT.
068575     EXIT.
068600*
068625******************************************************************
068650* 7400-POST-RECORD-TOTALS HASHES THE RECORD IN VR-HASH-RECORD    *
068675* AND POSTS IT TO THE LEDGER TABLE AS ONE RECORD UNDER THE       *
068700* CATEGORY AND OFFICE THE CALLER HAS SET.                        *
068725******************************************************************
068750 7400-POST-RECORD-TOTALS.
068775     MOVE VR-HASH-RECTYPE TO VR-BL-POST-RECTYPE.
068800     MOVE 1               TO VR-BL-POST-COUNT.
068825     PERFORM 7500-HASH-RECORD
068850         THRU 7500-HASH-RECORD-EXIT.
068875     PERFORM 7600-POST-LEDGER
068900         THRU 7600-POST-LEDGER-EXIT.
068925 7400-POST-RECORD-TOTALS-EXIT.
068950     EXIT.
068975*
069000******************************************************************
069025* 7500-HASH-RECORD WORKS OUT THE XDATE AND FIELD-1 HASH TOTALS   *
069050* OF THE RECORD IN VR-HASH-RECORD FOR THE BALANCING LEDGER.  A   *
069075* DATE THAT IS NOT NUMERIC CONTRIBUTES ZERO.                     *
069100******************************************************************
069125 7500-HASH-RECORD.
069150     MOVE ZERO TO VR-HASH-REC-XDATE
069175                  VR-HASH-REC-FIELD-1.
069200     IF VR-HASH-RECTYPE = '1' OR '2'
069225         IF VR-HASH-BIRTH-XDATE NUMERIC
069250             ADD VR-HASH-BIRTH-XDATE TO VR-HASH-REC-XDATE
069275         END-IF
069300         IF VR-HASH-DEATH-XDATE NUMERIC
069325             ADD VR-HASH-DEATH-XDATE TO VR-HASH-REC-XDATE
069350         END-IF
069375     END-IF.
069400     IF VR-HASH-RECTYPE = '3'
069425        AND VR-HASH-D3-DEATH-XDATE NUMERIC
069450         ADD VR-HASH-D3-DEATH-XDATE TO VR-HASH-REC-XDATE
069475     END-IF.
069500     PERFORM 7510-HASH-CHARACTER
069525         THRU 7510-HASH-CHARACTER-EXIT
069550         VARYING VR-HASH-POS FROM 1 BY 1
069575         UNTIL VR-HASH-POS > 20.
069600 7500-HASH-RECORD-EXIT.
069625     EXIT.
069650*
069675 7510-HASH-CHARACTER.
069700     MOVE VR-HASH-FIELD-1 (VR-HASH-POS : 1) TO VR-HASH-CHAR.
069725     MOVE ZERO TO VR-HASH-ORD.
069750     INSPECT VR-HASH-ALPHABET TALLYING VR-HASH-ORD
069775         FOR CHARACTERS BEFORE INITIAL VR-HASH-CHAR.
069800     COMPUTE VR-HASH-REC-FIELD-1 = VR-HASH-REC-FIELD-1
069825         + (VR-HASH-ORD * VR-HASH-POS).
069850 7510-HASH-CHARACTER-EXIT.
069875     EXIT.
069900*
069925******************************************************************
069950* 7600-POST-LEDGER ADDS VR-BL-POST-COUNT AND THE RECORD HASHES   *
069975* TO THE LEDGER TABLE ENTRY FOR THE POSTING CATEGORY, OFFICE AND *
070000* RECORD-TYPE, TAKING THE NEXT FREE SLOT FOR ONE NOT YET SEEN.   *
070025******************************************************************
070050 7600-POST-LEDGER.
070075     MOVE ZERO TO VR-BL-SLOT.
070100     PERFORM 7610-SCAN-LEDGER
070125         THRU 7610-SCAN-LEDGER-EXIT
070150         VARYING VR-BL-IDX FROM 1 BY 1
070175         UNTIL VR-BL-IDX > VR-BL-USED
070200            OR VR-BL-SLOT > ZERO.
070225     IF VR-BL-SLOT = ZERO
070250        AND VR-BL-USED < VR-BL-MAX
070275         ADD 1 TO VR-BL-USED
070300         MOVE VR-BL-USED          TO VR-BL-SLOT
070325         MOVE VR-BL-POST-CATEGORY TO VR-BL-CATEGORY (VR-BL-SLOT)
070350         MOVE VR-BL-POST-OFFICE   TO VR-BL-OFFICE (VR-BL-SLOT)
070375         MOVE VR-BL-POST-RECTYPE  TO VR-BL-RECTYPE (VR-BL-SLOT)
070400         MOVE ZERO TO VR-BL-COUNT (VR-BL-SLOT)
070425                      VR-BL-XDATE-HASH (VR-BL-SLOT)
070450                      VR-BL-FIELD-1-HASH (VR-BL-SLOT)
070475     END-IF.
070500     IF VR-BL-SLOT = ZERO
070525         DISPLAY 'VR130 - LEDGER TABLE FULL - CATEGORY '
070550                 VR-BL-POST-CATEGORY ' OFFICE '
070575                 VR-BL-POST-OFFICE ' NOT POSTED'
070600         GO TO 7600-POST-LEDGER-EXIT
070625     END-IF.
070650     ADD VR-BL-POST-COUNT    TO VR-BL-COUNT (VR-BL-SLOT).
070675     ADD VR-HASH-REC-XDATE   TO VR-BL-XDATE-HASH (VR-BL-SLOT).
070700     ADD VR-HASH-REC-FIELD-1 TO VR-BL-FIELD-1-HASH (VR-BL-SLOT).
070725 7600-POST-LEDGER-EXIT.
070750     EXIT.
070775*
070800 7610-SCAN-LEDGER.
070825     IF VR-BL-CATEGORY (VR-BL-IDX) = VR-BL-POST-CATEGORY
070850        AND VR-BL-OFFICE (VR-BL-IDX) = VR-BL-POST-OFFICE
070875        AND VR-BL-RECTYPE (VR-BL-IDX) = VR-BL-POST-RECTYPE
070900         MOVE VR-BL-IDX TO VR-BL-SLOT
070925     END-IF.
070950 7610-SCAN-LEDGER-EXIT.
070975     EXIT.
071000*
071025 9000-TERMINATE.
071050     IF VR-DIVERTED-COUNT = ZERO
071075         MOVE SPACES TO VR-DUPLICATE-LINE
071100         WRITE VR-DUPLICATE-LINE
071125         MOVE '  NO CONFLICTING DUPLICATE REGISTRATIONS'
071150             TO VR-DUPLICATE-LINE
071175         WRITE VR-DUPLICATE-LINE
071200     END-IF.
071225     CLOSE VR-INPUT-FILE
071250           VR-OFFICE-IN-FILE
071275           VR-OUTPUT-FILE
071300           VR-OFFICE-OUT-FILE
071325           VR-DUPREG-FILE
071350           VR-DUPLICATE-RPT.
071375     DISPLAY 'VR130 - CROSS-OFFICE DUPLICATE RESOLUTION COMPLETE'.
071400     DISPLAY 'VR130 - RECORDS READ      : ' VR-INPUT-COUNT.
071425     DISPLAY 'VR130 - DUPLICATED KEYS   : ' VR-DUP-KEY-COUNT.
071450     DISPLAY 'VR130 - CONFLICTING KEYS  : ' VR-CONFLICT-KEY-COUNT.
071475     DISPLAY 'VR130 - COPIES COLLAPSED  : ' VR-COLLAPSED-COUNT.
071500     DISPLAY 'VR130 - COPIES DIVERTED   : ' VR-DIVERTED-COUNT.
071525     DISPLAY 'VR130 - RECORDS WRITTEN   : ' VR-WRITTEN-COUNT.
071550     PERFORM 9100-WRITE-RUN-STATS
071575         THRU 9100-WRITE-RUN-STATS-EXIT.
071600     PERFORM 9400-WRITE-LEDGER
071625         THRU 9400-WRITE-LEDGER-EXIT.
071650     IF VR-SEQ-ERROR
071675         DISPLAY 'VR130 - RUN ENDED ON SEQUENCE ERROR - '
071700                 'RETURN CODE 16'
071725         MOVE 16 TO RETURN-CODE
071750     END-IF.
071775 9000-TERMINATE-EXIT.
071800     EXIT.
071825*
071850******************************************************************
071875* 9100-WRITE-RUN-STATS APPENDS THE RUN'S COUNTS TO THE SHARED    *
071900* RUN-STATISTICS HISTORY FILE FOR THE VR700 TREND REPORT.  THE   *
071925* INPUT BALANCES TO COLLAPSED + DIVERTED + WRITTEN.              *
071950******************************************************************
071975 9100-WRITE-RUN-STATS.
072000     OPEN EXTEND VR-STATS-FILE.
072025     MOVE 'VR130'            TO VRST-PROGRAM-ID.
072050     ACCEPT VRST-RUN-DATE FROM DATE YYYYMMDD.
072075     MOVE VR-INPUT-COUNT     TO VRST-INPUT-COUNT.
072100     MOVE VR-COLLAPSED-COUNT TO VRST-RESULT-COUNT-1.
072125     MOVE VR-DIVERTED-COUNT  TO VRST-RESULT-COUNT-2.
072150     MOVE VR-WRITTEN-COUNT   TO VRST-RESULT-COUNT-3.
072175     MOVE SPACES             TO VRST-OFFICE-ID.
072200     WRITE VR-STAT-RECORD.
072225     CLOSE VR-STATS-FILE.
072250 9100-WRITE-RUN-STATS-EXIT.
072275     EXIT.
072300*
074180******************************************************************
074190* 9400-WRITE-LEDGER APPENDS THE RUN'S CONTROL TOTALS TO THE      *
074200* BALANCING LEDGER UNDER THE NIGHT'S RUN-DATE FOR VR690.  A RUN  *
074210* THAT COUNTED NOTHING STILL POSTS ONE ZERO '00' RECORD SO VR690 *
074220* CAN TELL IT RAN.                                               *
074230******************************************************************
074240 9400-WRITE-LEDGER.
074250     IF VR-BL-USED = ZERO
074260         MOVE '00'   TO VR-BL-POST-CATEGORY
074270         MOVE SPACES TO VR-BL-POST-OFFICE
074280         MOVE SPACE  TO VR-BL-POST-RECTYPE
074290         MOVE ZERO   TO VR-BL-POST-COUNT
074300                        VR-HASH-REC-XDATE
074310                        VR-HASH-REC-FIELD-1
074320         PERFORM 7600-POST-LEDGER
074330             THRU 7600-POST-LEDGER-EXIT
074340     END-IF.
074350     ACCEPT VR-BL-POSTED-DATE FROM DATE YYYYMMDD.
074360     ACCEPT VR-BL-POSTED-TIME FROM TIME.
074370     OPEN EXTEND VR-LEDGER-FILE.
074380     PERFORM 9410-WRITE-LEDGER-ENTRY
074390         THRU 9410-WRITE-LEDGER-ENTRY-EXIT
074400         VARYING VR-BL-IDX FROM 1 BY 1
074410         UNTIL VR-BL-IDX > VR-BL-USED.
074420     CLOSE VR-LEDGER-FILE.
074430 9400-WRITE-LEDGER-EXIT.
074440     EXIT.
074450*
074460 9410-WRITE-LEDGER-ENTRY.
074470     MOVE SPACES                   TO VR-LEDGER-RECORD.
074480     MOVE VR-BL-RUN-DATE           TO VRLG-RUN-DATE.
074490     MOVE 'VR130'                  TO VRLG-PROGRAM-ID.
074500     MOVE VR-BL-POSTED-DATE        TO VRLG-POSTED-DATE.
074510     MOVE VR-BL-POSTED-TIME        TO VRLG-POSTED-TIME.
074520     MOVE VR-BL-CATEGORY (VR-BL-IDX)
074530                                   TO VRLG-CATEGORY.
074540     MOVE VR-BL-OFFICE (VR-BL-IDX) TO VRLG-OFFICE-ID.
074550     MOVE VR-BL-RECTYPE (VR-BL-IDX)
074560                                   TO VRLG-RECORD-TYPE.
074570     MOVE VR-BL-COUNT (VR-BL-IDX)  TO VRLG-RECORD-COUNT.
074580     MOVE VR-BL-XDATE-HASH (VR-BL-IDX)
074590                                   TO VRLG-XDATE-HASH.
074600     MOVE VR-BL-FIELD-1-HASH (VR-BL-IDX)
074610                                   TO VRLG-FIELD-1-HASH.
074620     MOVE VR-BL-RESTART-SW         TO VRLG-RESTART-SW.
074630     WRITE VR-LEDGER-RECORD.
074640 9410-WRITE-LEDGER-ENTRY-EXIT.
074650     EXIT.
