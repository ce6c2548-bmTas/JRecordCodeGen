      *****************************************************************
      *                                                               *
      *   VR612    -  FIELD-1 REKEY                                   *
      *                                                               *
      *   MOVES A MASTER RECORD FROM A MIS-KEYED FIELD-1 TO THE      *
      *   CORRECTED ONE SO THE RECORD KEEPS ITS HISTORY, INSTEAD OF  *
      *   VR610 ADDING THE CORRECTED KEY AS NEW AND FLAGGING THE OLD *
      *   ONE DELETED.  THE REKEYS COME FROM THE C2/C3 FIELD-1       *
      *   CHANGES ON THE VR150 CLEANUP AUDIT TRAIL (VRAUDIT - A C3   *
      *   ALSO MOVES THE RECORD TO ITS CORRECTED RECORD-TYPE) AND    *
      *   FROM CLERK REKEY CARDS (VRRKEY).  THE PARM (PARM=YYYYMMDD) *
      *   IS THE RUN-DATE OF THE VR610 APPLY THE CLEANED EXTRACT     *
      *   GOES INTO - RUN AHEAD OF THAT VR610J (SEE VR612J).         *
      *                                                               *
      *   THE RECORD IS WRITTEN UNDER THE NEW KEY EXACTLY AS IT      *
      *   STOOD - RUN-DATE, LAST-MAINTENANCE DATE, DELETE FLAG AND   *
      *   RESTRICTION ALL KEPT - AND THE OLD KEY IS REMOVED.  EVERY  *
      *   MOVE IS JOURNALED ON A VRJRNL GENERATION OF ITS OWN ('K'   *
      *   OLD KEY WITH ITS IMAGE, THEN 'N' NEW KEY) SO VR615 CAN     *
      *   BACK IT OUT.  A REKEY WHOSE NEW KEY IS ALREADY ON THE      *
      *   MASTER FOR THE RECORD-TYPE IS REJECTED, AS IS A CLERK CARD *
      *   WITH A MISSING FIELD OR AN OLD KEY NOT ON THE MASTER.  AN  *
      *   AUDIT CHANGE WHOSE OLD KEY IS NOT ON THE MASTER NEEDS NO   *
      *   REKEY - THE RECORD WAS CORRECTED BEFORE IT WAS EVER        *
      *   APPLIED.                                                   *
      *                                                               *
      *   ONCE THE MASTER IS DONE, THE LINK-HISTORY (VRLHST),        *
      *   REJECTED-PAIRS (VRREJP) AND PHONETIC SEARCH (VRPHON) FILES *
      *   ARE COPIED WITH EVERY OLD KEY CHANGED TO ITS NEW KEY, SO   *
      *   VR300 DOES NOT RE-PROPOSE A PAIR THE CLERKS REJECTED UNDER *
      *   THE OLD KEY.  A SEARCH RECORD REKEYED HERE GETS ITS        *
      *   PHONETIC KEY RE-ENCODED - THE JCL RE-SORTS THE FILE.       *
      *   EVERY REKEY IS PRINTED ON THE REKEY REPORT.  A REJECTED    *
      *   REKEY ENDS THE JOB WITH RETURN CODE 4, A MASTER I-O ERROR  *
      *   WITH 8.                                                    *
      *                                                               *
      *   A SEALED RECORD KEEPS ITS SEAL ON THE MASTER WHEN IT       *
      *   MOVES, AND THE SEAL IS CARRIED ON THE SEAL AUDIT LOG       *
      *   (VRSLG01) TOO - AN APPLIED SEAL ENTRY IS APPENDED UNDER    *
      *   THE NEW KEY SO VR660, VR635 AND VR620 STILL FIND IT.       *
      *                                                               *
      *   MODIFICATION HISTORY                                       *
      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   15/10/26   RLB   ORIGINAL PROGRAM.                          *
      *   15/10/26   RLB   A SEALED RECORD MOVED TO A NEW KEY APPENDS *
      *                    AN APPLIED SEAL ENTRY FOR THE NEW KEY TO   *
      *                    THE SEAL AUDIT LOG (VRSLG01).              *
      *                                                               *
      *****************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     VR612.
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
001500     SELECT VR-AUDIT-FILE     ASSIGN TO VRAUD01
001600                              ORGANIZATION IS SEQUENTIAL.
001700     SELECT VR-CARD-FILE      ASSIGN TO VRRKC01
001800                              ORGANIZATION IS SEQUENTIAL.
001900     SELECT VR-MASTER-FILE    ASSIGN TO VRMAS01
002000                              ORGANIZATION IS INDEXED
002100                              ACCESS MODE IS DYNAMIC
002200                              RECORD KEY IS VRM-KEY
002300                              FILE STATUS IS VR-MASTER-STATUS.
002400     SELECT VR-JOURNAL-FILE   ASSIGN TO VRJRN01
002500                              ORGANIZATION IS SEQUENTIAL.
002600     SELECT VR-LINK-IN-FILE   ASSIGN TO VRLHS01
002700                              ORGANIZATION IS SEQUENTIAL.
002800     SELECT VR-LINK-OUT-FILE  ASSIGN TO VRLHS02
002900                              ORGANIZATION IS SEQUENTIAL.
003000     SELECT VR-REJPAIR-IN-FILE
003100                              ASSIGN TO VRRPJ01
003200                              ORGANIZATION IS SEQUENTIAL.
003300     SELECT VR-REJPAIR-OUT-FILE
003400                              ASSIGN TO VRRPJ02
003500                              ORGANIZATION IS SEQUENTIAL.
003600     SELECT VR-PHON-IN-FILE   ASSIGN TO VRPHO01
003700                              ORGANIZATION IS SEQUENTIAL.
003800     SELECT VR-PHON-OUT-FILE  ASSIGN TO VRPHO02
003900                              ORGANIZATION IS SEQUENTIAL.
004000     SELECT VR-REKEY-RPT      ASSIGN TO VRRKR01
004100                              ORGANIZATION IS SEQUENTIAL.
004200     SELECT VR-STATS-FILE     ASSIGN TO VRSTA01
004300                              ORGANIZATION IS SEQUENTIAL.
004310     SELECT VR-SEAL-LOG-FILE  ASSIGN TO VRSLG01
004320                              ORGANIZATION IS SEQUENTIAL.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  VR-AUDIT-FILE
004800     RECORDING MODE IS F
004900     LABEL RECORDS ARE STANDARD.
005000     COPY VRAUDIT.
005100*
005200 FD  VR-CARD-FILE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500     COPY VRRKEY.
005600*
005700 FD  VR-MASTER-FILE
005800     LABEL RECORDS ARE STANDARD.
005900     COPY VRMAST.
006000*
006100 FD  VR-JOURNAL-FILE
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400     COPY VRJRNL.
006500*
006600 FD  VR-LINK-IN-FILE
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900     COPY VRLHST.
007000*
007100 FD  VR-LINK-OUT-FILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400 01  VR-LINK-OUT-RECORD        PIC X(85).
007500*
007600 FD  VR-REJPAIR-IN-FILE
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900     COPY VRREJP.
008000*
008100 FD  VR-REJPAIR-OUT-FILE
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400 01  VR-REJPAIR-OUT-RECORD     PIC X(48).
008500*
008600 FD  VR-PHON-IN-FILE
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900     COPY VRPHON.
009000*
009100 FD  VR-PHON-OUT-FILE
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
009400 01  VR-PHON-OUT-RECORD        PIC X(85).
009500*
009600 FD  VR-REKEY-RPT
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900 01  VR-REKEY-LINE             PIC X(132).
010000*
010100 FD  VR-STATS-FILE
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400     COPY VRSTAT.
010410*
010420 FD  VR-SEAL-LOG-FILE
010430     RECORDING MODE IS F
010440     LABEL RECORDS ARE STANDARD.
010450     COPY VRSLOG.
010500*
010600 WORKING-STORAGE SECTION.
010700     COPY VRPHWK.
010800*
010900 01  VR-SWITCHES.
011000     05  VR-AUDIT-EOF-SW       PIC X(01)  VALUE 'N'.
011100         88  VR-AUDIT-EOF                 VALUE 'Y'.
011200     05  VR-CARD-EOF-SW        PIC X(01)  VALUE 'N'.
011300         88  VR-CARD-EOF                  VALUE 'Y'.
011400     05  VR-LINK-EOF-SW        PIC X(01)  VALUE 'N'.
011500         88  VR-LINK-EOF                  VALUE 'Y'.
011600     05  VR-REJPAIR-EOF-SW     PIC X(01)  VALUE 'N'.
011700         88  VR-REJPAIR-EOF               VALUE 'Y'.
011800     05  VR-PHON-EOF-SW        PIC X(01)  VALUE 'N'.
011900         88  VR-PHON-EOF                  VALUE 'Y'.
012000     05  VR-NEW-KEY-FOUND-SW   PIC X(01)  VALUE 'N'.
012100         88  VR-NEW-KEY-FOUND             VALUE 'Y'.
012200     05  VR-KEY-CHANGED-SW     PIC X(01)  VALUE 'N'.
012300         88  VR-KEY-CHANGED               VALUE 'Y'.
012400     05  VR-RECORD-CHANGED-SW  PIC X(01)  VALUE 'N'.
012500         88  VR-RECORD-CHANGED            VALUE 'Y'.
012600*
012700 01  VR-COUNTERS.
012800     05  VR-AUDIT-COUNT        PIC 9(09)  COMP VALUE ZERO.
012900     05  VR-AUDIT-BYPASS-COUNT PIC 9(09)  COMP VALUE ZERO.
013000     05  VR-CARD-COUNT         PIC 9(09)  COMP VALUE ZERO.
013100     05  VR-REKEYED-COUNT      PIC 9(09)  COMP VALUE ZERO.
013200     05  VR-NOT-NEEDED-COUNT   PIC 9(09)  COMP VALUE ZERO.
013300     05  VR-REJECT-COUNT       PIC 9(09)  COMP VALUE ZERO.
013400     05  VR-IO-ERROR-COUNT     PIC 9(09)  COMP VALUE ZERO.
013500     05  VR-JOURNAL-COUNT      PIC 9(09)  COMP VALUE ZERO.
013600     05  VR-LINK-READ-COUNT    PIC 9(09)  COMP VALUE ZERO.
013700     05  VR-LINK-REKEY-COUNT   PIC 9(09)  COMP VALUE ZERO.
013800     05  VR-REJPAIR-READ-COUNT PIC 9(09)  COMP VALUE ZERO.
013900     05  VR-REJPAIR-REKEY-COUNT
014000                               PIC 9(09)  COMP VALUE ZERO.
014100     05  VR-PHON-READ-COUNT    PIC 9(09)  COMP VALUE ZERO.
014200     05  VR-PHON-REKEY-COUNT   PIC 9(09)  COMP VALUE ZERO.
014300     05  VR-REQUEST-COUNT      PIC 9(09)  COMP VALUE ZERO.
014400     05  VR-SIDE-REKEY-COUNT   PIC 9(09)  COMP VALUE ZERO.
014410     05  VR-SEAL-CARRIED-COUNT PIC 9(09)  COMP VALUE ZERO.
014500*
014600 01  VR-FILE-STATUS.
014700     05  VR-MASTER-STATUS      PIC X(02)  VALUE SPACES.
014800*
014900 01  VR-RUN-DATE-PARM          PIC 9(08)  VALUE ZERO.
015000*
015100******************************************************************
015200* VR-REKEY-WORK HOLDS THE ONE REKEY BEING PROCESSED, WHICHEVER   *
015300* INPUT IT CAME FROM.                                            *
015400******************************************************************
015500 01  VR-REKEY-WORK.
015600     05  VR-RK-SOURCE          PIC X(06).
015700         88  VR-RK-FROM-AUDIT             VALUE 'AUDIT '.
015800     05  VR-RK-OLD-KEY.
015900         10  VR-RK-OLD-FIELD-1 PIC X(20).
016000         10  VR-RK-OLD-RECORD-TYPE
016100                               PIC X(01).
016200     05  VR-RK-NEW-KEY.
016300         10  VR-RK-NEW-FIELD-1 PIC X(20).
016400         10  VR-RK-NEW-RECORD-TYPE
016500                               PIC X(01).
016600             88  VR-RK-VALID-NEW-TYPE     VALUE '1' '2' '3'.
016700     05  VR-RK-REQUESTED-BY    PIC X(08).
016800     05  VR-RK-REASON          PIC X(30).
016900     05  VR-RK-OUTCOME         PIC X(10).
017000     05  VR-REJECT-REASON      PIC X(30).
017100*
017200 01  VR-MOVE-RECORD.
017300     05  VR-MOVE-IMAGE         PIC X(364).
017400     05  VR-MOVE-RESTRICTION   PIC X(09).
017410     05  VR-MOVE-RESTRICT-VIEW REDEFINES VR-MOVE-RESTRICTION.
017420         10  VR-MOVE-RESTRICT-FLAG
017430                               PIC X(01).
017440             88  VR-MOVE-SEALED           VALUE 'S'.
017450         10  VR-MOVE-RESTRICT-DATE
017460                               PIC X(08).
017500*
017600******************************************************************
017700* VR-REKEY-TABLE HOLDS EVERY REKEY APPLIED TO THE MASTER THIS RUN*
017800* IN THE ORDER APPLIED, FOR THE SIDE-FILE PASSES.  A KEY MOVED   *
017900* TWICE IN ONE RUN (A TO B, THEN B TO C) IS FOLLOWED THROUGH BY  *
018000* APPLYING THE ENTRIES IN ORDER.                                 *
018100******************************************************************
018200 01  VR-REKEY-TABLE.
018300     05  VR-RT-IDX             PIC 9(04)  COMP VALUE ZERO.
018400     05  VR-RT-USED            PIC 9(04)  COMP VALUE ZERO.
018500     05  VR-RT-MAX             PIC 9(04)  COMP VALUE 2000.
018600     05  VR-RT-ENTRY OCCURS 2000 TIMES.
018700         10  VR-RT-OLD-KEY     PIC X(21).
018800         10  VR-RT-NEW-KEY     PIC X(21).
018900*
019000 01  VR-SEARCH-KEY.
019100     05  VR-SK-FIELD-1         PIC X(20).
019200     05  VR-SK-RECORD-TYPE     PIC X(01).
019300*
019400 01  VR-HEADING-1.
019500     05  FILLER                PIC X(44)
019600         VALUE 'VR612 - FIELD-1 REKEY                       '.
019700     05  FILLER                PIC X(10)  VALUE 'RUN-DATE '.
019800     05  VR-H1-RUN-DATE        PIC 9(08).
019900*
020000 01  VR-HEADING-2.
020100     05  FILLER                PIC X(08)  VALUE 'SOURCE  '.
020200     05  FILLER                PIC X(22)  VALUE 'OLD FIELD-1'.
020300     05  FILLER                PIC X(06)  VALUE 'TYPE  '.
020400     05  FILLER                PIC X(22)  VALUE 'NEW FIELD-1'.
020500     05  FILLER                PIC X(06)  VALUE 'TYPE  '.
020600     05  FILLER                PIC X(10)  VALUE 'BY        '.
020700     05  FILLER                PIC X(12)  VALUE 'OUTCOME'.
020800     05  FILLER                PIC X(30)  VALUE 'REASON'.
020900*
021000 01  VR-REKEY-DETAIL.
021100     05  VR-RD-SOURCE          PIC X(06).
021200     05  FILLER                PIC X(02)  VALUE SPACES.
021300     05  VR-RD-OLD-FIELD-1     PIC X(20).
021400     05  FILLER                PIC X(03)  VALUE SPACES.
021500     05  VR-RD-OLD-RECORD-TYPE PIC X(01).
021600     05  FILLER                PIC X(04)  VALUE SPACES.
021700     05  VR-RD-NEW-FIELD-1     PIC X(20).
021800     05  FILLER                PIC X(03)  VALUE SPACES.
021900     05  VR-RD-NEW-RECORD-TYPE PIC X(01).
022000     05  FILLER                PIC X(04)  VALUE SPACES.
022100     05  VR-RD-REQUESTED-BY    PIC X(08).
022200     05  FILLER                PIC X(02)  VALUE SPACES.
022300     05  VR-RD-OUTCOME         PIC X(10).
022400     05  FILLER                PIC X(02)  VALUE SPACES.
022500     05  VR-RD-REASON          PIC X(30).
022600*
022700 01  VR-TOTAL-LINE.
022800     05  FILLER                PIC X(02)  VALUE SPACES.
022900     05  VR-TL-LABEL           PIC X(30).
023000     05  VR-TL-COUNT           PIC ZZZ,ZZZ,ZZ9.
023100*
023200 LINKAGE SECTION.
023300 01  VR-PARM-AREA.
023400     05  VR-PARM-LEN           PIC S9(04) COMP.
023500     05  VR-PARM-TEXT          PIC X(08).
023600*
023700 PROCEDURE DIVISION USING VR-PARM-AREA.
023800*
023900 0000-MAINLINE.
024000     PERFORM 1000-INITIALIZE
024100         THRU 1000-INITIALIZE-EXIT.
024200     PERFORM 2000-PROCESS-AUDIT
024300         THRU 2000-PROCESS-AUDIT-EXIT
024400         UNTIL VR-AUDIT-EOF.
024500     PERFORM 3000-PROCESS-CARD
024600         THRU 3000-PROCESS-CARD-EXIT
024700         UNTIL VR-CARD-EOF.
024800     PERFORM 4000-REKEY-LINK-HISTORY
024900         THRU 4000-REKEY-LINK-HISTORY-EXIT
025000         UNTIL VR-LINK-EOF.
025100     PERFORM 4500-REKEY-REJECTED-PAIR
025200         THRU 4500-REKEY-REJECTED-PAIR-EXIT
025300         UNTIL VR-REJPAIR-EOF.
025400     PERFORM 5000-REKEY-SEARCH-RECORD
025500         THRU 5000-REKEY-SEARCH-RECORD-EXIT
025600         UNTIL VR-PHON-EOF.
025700     PERFORM 9000-TERMINATE
025800         THRU 9000-TERMINATE-EXIT.
025900     STOP RUN.
026000*
026100 1000-INITIALIZE.
026200     IF VR-PARM-LEN >= 8
026300        AND VR-PARM-TEXT (1:8) NUMERIC
026400         MOVE VR-PARM-TEXT (1:8) TO VR-RUN-DATE-PARM
026500     ELSE
026600         DISPLAY 'VR612 - RUN-DATE PARM MISSING OR NOT'
026700                 ' NUMERIC'
026800         MOVE 8 TO RETURN-CODE
026900         STOP RUN
027000     END-IF.
027100     OPEN I-O VR-MASTER-FILE.
027200     IF VR-MASTER-STATUS NOT = '00'
027300         DISPLAY 'VR612 - MASTER OPEN FAILED - STATUS '
027400                 VR-MASTER-STATUS
027500         MOVE 8 TO RETURN-CODE
027600         STOP RUN
027700     END-IF.
027800     OPEN INPUT  VR-AUDIT-FILE
027900                 VR-CARD-FILE
028000                 VR-LINK-IN-FILE
028100                 VR-REJPAIR-IN-FILE
028200                 VR-PHON-IN-FILE
028300          OUTPUT VR-JOURNAL-FILE
028400                 VR-LINK-OUT-FILE
028500                 VR-REJPAIR-OUT-FILE
028600                 VR-PHON-OUT-FILE
028700                 VR-REKEY-RPT.
028710     OPEN EXTEND VR-SEAL-LOG-FILE.
028800     MOVE VR-RUN-DATE-PARM TO VR-H1-RUN-DATE.
028900     MOVE VR-HEADING-1     TO VR-REKEY-LINE.
029000     WRITE VR-REKEY-LINE.
029100     MOVE SPACES           TO VR-REKEY-LINE.
029200     WRITE VR-REKEY-LINE.
029300     MOVE VR-HEADING-2     TO VR-REKEY-LINE.
029400     WRITE VR-REKEY-LINE.
029500     PERFORM 2100-READ-AUDIT
029600         THRU 2100-READ-AUDIT-EXIT.
029700     PERFORM 3100-READ-CARD
029800         THRU 3100-READ-CARD-EXIT.
029900     PERFORM 4100-READ-LINK-HISTORY
030000         THRU 4100-READ-LINK-HISTORY-EXIT.
030100     PERFORM 4600-READ-REJECTED-PAIR
030200         THRU 4600-READ-REJECTED-PAIR-EXIT.
030300     PERFORM 5100-READ-SEARCH-RECORD
030400         THRU 5100-READ-SEARCH-RECORD-EXIT.
030500 1000-INITIALIZE-EXIT.
030600     EXIT.
030700*
030800******************************************************************
030900* 2000-PROCESS-AUDIT TAKES THE FIELD-1 CHANGES (C2, AND C3 WHERE *
031000* THE RECORD-TYPE CHANGED TOO) OFF THE VR150 AUDIT TRAIL.  A     *
031100* RECORD-TYPE-ONLY CHANGE (C1) IS NOT A REKEY AND IS BYPASSED.   *
031200******************************************************************
031300 2000-PROCESS-AUDIT.
031400     ADD 1 TO VR-AUDIT-COUNT.
031500     IF NOT VRA-FIELD1-CHANGED
031600        AND NOT VRA-BOTH-CHANGED
031700         ADD 1 TO VR-AUDIT-BYPASS-COUNT
031800         GO TO 2000-PROCESS-AUDIT-WRAP-UP
031900     END-IF.
032000     ADD 1 TO VR-REQUEST-COUNT.
032100     MOVE 'AUDIT '               TO VR-RK-SOURCE.
032200     MOVE VRA-BEFORE-FIELD-1     TO VR-RK-OLD-FIELD-1.
032300     MOVE VRA-BEFORE-RECORD-TYPE TO VR-RK-OLD-RECORD-TYPE.
032400     MOVE VRA-AFTER-FIELD-1      TO VR-RK-NEW-FIELD-1.
032500     MOVE VRA-AFTER-RECORD-TYPE  TO VR-RK-NEW-RECORD-TYPE.
032600     MOVE VRA-RUN-ID             TO VR-RK-REQUESTED-BY.
032700     MOVE 'VR150 CLEANUP CORRECTION'
032800                                 TO VR-RK-REASON.
032900     PERFORM 2500-REKEY-RECORD
033000         THRU 2500-REKEY-RECORD-EXIT.
033100 2000-PROCESS-AUDIT-WRAP-UP.
033200     PERFORM 2100-READ-AUDIT
033300         THRU 2100-READ-AUDIT-EXIT.
033400 2000-PROCESS-AUDIT-EXIT.
033500     EXIT.
033600*
033700 2100-READ-AUDIT.
033800     READ VR-AUDIT-FILE
033900         AT END
034000             MOVE 'Y' TO VR-AUDIT-EOF-SW
034100     END-READ.
034200 2100-READ-AUDIT-EXIT.
034300     EXIT.
034400*
034500******************************************************************
034600* 2500-REKEY-RECORD CHECKS ONE REKEY AGAINST THE MASTER AND, IF  *
034700* IT PASSES, MOVES THE RECORD, JOURNALS THE MOVE AND ADDS IT TO  *
034800* THE TABLE THE SIDE-FILE PASSES WORK FROM.                      *
034900******************************************************************
035000 2500-REKEY-RECORD.
035100     MOVE SPACES TO VR-REJECT-REASON.
035200     PERFORM 2510-CHECK-REKEY
035300         THRU 2510-CHECK-REKEY-EXIT.
035400     IF VR-RK-OUTCOME NOT = SPACES
035500         GO TO 2500-REKEY-RECORD-WRAP-UP
035600     END-IF.
035700     PERFORM 2520-MOVE-MASTER-RECORD
035800         THRU 2520-MOVE-MASTER-RECORD-EXIT.
035900     IF VR-RK-OUTCOME NOT = SPACES
036000         GO TO 2500-REKEY-RECORD-WRAP-UP
036100     END-IF.
036200     PERFORM 2800-WRITE-JOURNAL
036300         THRU 2800-WRITE-JOURNAL-EXIT.
036310     IF VR-MOVE-SEALED
036320         PERFORM 2850-CARRY-SEAL
036330             THRU 2850-CARRY-SEAL-EXIT
036340     END-IF.
036400     ADD 1 TO VR-RT-USED.
036500     MOVE VR-RK-OLD-KEY TO VR-RT-OLD-KEY (VR-RT-USED).
036600     MOVE VR-RK-NEW-KEY TO VR-RT-NEW-KEY (VR-RT-USED).
036700     ADD 1 TO VR-REKEYED-COUNT.
036800     MOVE 'REKEYED   '  TO VR-RK-OUTCOME.
036900 2500-REKEY-RECORD-WRAP-UP.
037000     PERFORM 2900-PRINT-REKEY
037100         THRU 2900-PRINT-REKEY-EXIT.
037200 2500-REKEY-RECORD-EXIT.
037300     EXIT.
037400*
037500******************************************************************
037600* 2510-CHECK-REKEY LEAVES VR-RK-OUTCOME BLANK WHEN THE REKEY CAN *
037700* GO AHEAD, WITH THE OLD RECORD SAVED IN VR-MOVE-RECORD.         *
037800* OTHERWISE THE OUTCOME AND THE REASON ARE SET AND COUNTED.      *
037900******************************************************************
038000 2510-CHECK-REKEY.
038100     MOVE SPACES TO VR-RK-OUTCOME.
038200     IF VR-RK-NEW-FIELD-1 = SPACES
038300         MOVE 'NEW FIELD-1 IS BLANK' TO VR-REJECT-REASON
038400         GO TO 2510-CHECK-REKEY-REJECT
038500     END-IF.
038600     IF NOT VR-RK-VALID-NEW-TYPE
038700         MOVE 'NEW RECORD-TYPE NOT 1, 2 OR 3'
038800             TO VR-REJECT-REASON
038900         GO TO 2510-CHECK-REKEY-REJECT
039000     END-IF.
039100     IF VR-RK-NEW-KEY = VR-RK-OLD-KEY
039200         MOVE 'NEW KEY IS THE SAME AS OLD KEY'
039300             TO VR-REJECT-REASON
039400         GO TO 2510-CHECK-REKEY-REJECT
039500     END-IF.
039600     MOVE VR-RK-OLD-KEY TO VRM-KEY.
039700     READ VR-MASTER-FILE
039800         INVALID KEY
039900             MOVE 'OLD KEY NOT ON MASTER' TO VR-REJECT-REASON
040000     END-READ.
040100     IF VR-REJECT-REASON NOT = SPACES
040200         IF VR-RK-FROM-AUDIT
040300             MOVE 'NOT NEEDED' TO VR-RK-OUTCOME
040400             ADD 1 TO VR-NOT-NEEDED-COUNT
040500             GO TO 2510-CHECK-REKEY-EXIT
040600         END-IF
040700         GO TO 2510-CHECK-REKEY-REJECT
040800     END-IF.
040900     MOVE VR-MASTER-RECORD TO VR-MOVE-RECORD.
041000     MOVE 'N' TO VR-NEW-KEY-FOUND-SW.
041100     MOVE VR-RK-NEW-KEY TO VRM-KEY.
041200     READ VR-MASTER-FILE
041300         INVALID KEY
041400             CONTINUE
041500         NOT INVALID KEY
041600             MOVE 'Y' TO VR-NEW-KEY-FOUND-SW
041700     END-READ.
041800     IF VR-NEW-KEY-FOUND
041900         MOVE 'NEW KEY ALREADY ON MASTER' TO VR-REJECT-REASON
042000         GO TO 2510-CHECK-REKEY-REJECT
042100     END-IF.
042200     IF VR-RT-USED NOT < VR-RT-MAX
042300         MOVE 'REKEY TABLE FULL - RESUBMIT' TO VR-REJECT-REASON
042400         GO TO 2510-CHECK-REKEY-REJECT
042500     END-IF.
042600     GO TO 2510-CHECK-REKEY-EXIT.
042700 2510-CHECK-REKEY-REJECT.
042800     MOVE 'REJECTED  ' TO VR-RK-OUTCOME.
042900     ADD 1 TO VR-REJECT-COUNT.
043000 2510-CHECK-REKEY-EXIT.
043100     EXIT.
043200*
043300******************************************************************
043400* 2520-MOVE-MASTER-RECORD WRITES THE SAVED RECORD UNDER THE NEW  *
043500* KEY, UNCHANGED APART FROM THE KEY, THEN REMOVES THE OLD KEY.   *
043600* IF THE OLD KEY CANNOT BE REMOVED THE NEW ONE IS TAKEN BACK OFF *
043700* SO THE RECORD IS NEVER LEFT ON THE MASTER TWICE.               *
043800******************************************************************
043900 2520-MOVE-MASTER-RECORD.
044000     MOVE VR-MOVE-RECORD TO VR-MASTER-RECORD.
044100     MOVE VR-RK-NEW-KEY  TO VRM-KEY.
044200     WRITE VR-MASTER-RECORD
044300         INVALID KEY
044400             DISPLAY 'VR612 - WRITE FAILED FOR KEY ' VRM-KEY
044500                     ' STATUS ' VR-MASTER-STATUS
044600             ADD 1 TO VR-IO-ERROR-COUNT
044700             MOVE 'MASTER WRITE FAILED' TO VR-REJECT-REASON
044800             GO TO 2520-MOVE-MASTER-RECORD-FAILED
044900     END-WRITE.
045000     MOVE VR-RK-OLD-KEY TO VRM-KEY.
045100     DELETE VR-MASTER-FILE RECORD
045200         INVALID KEY
045300             DISPLAY 'VR612 - DELETE FAILED FOR KEY ' VRM-KEY
045400                     ' STATUS ' VR-MASTER-STATUS
045500             ADD 1 TO VR-IO-ERROR-COUNT
045600             MOVE 'MASTER DELETE FAILED' TO VR-REJECT-REASON
045700             PERFORM 2600-REMOVE-NEW-KEY
045800                 THRU 2600-REMOVE-NEW-KEY-EXIT
045900             GO TO 2520-MOVE-MASTER-RECORD-FAILED
046000     END-DELETE.
046100     GO TO 2520-MOVE-MASTER-RECORD-EXIT.
046200 2520-MOVE-MASTER-RECORD-FAILED.
046300     MOVE 'REJECTED  ' TO VR-RK-OUTCOME.
046400     ADD 1 TO VR-REJECT-COUNT.
046500 2520-MOVE-MASTER-RECORD-EXIT.
046600     EXIT.
046700*
046800 2600-REMOVE-NEW-KEY.
046900     MOVE VR-RK-NEW-KEY TO VRM-KEY.
047000     DELETE VR-MASTER-FILE RECORD
047100         INVALID KEY
047200             DISPLAY 'VR612 - NEW KEY ' VRM-KEY
047300                     ' COULD NOT BE REMOVED - STATUS '
047400                     VR-MASTER-STATUS
047500             ADD 1 TO VR-IO-ERROR-COUNT
047600     END-DELETE.
047700 2600-REMOVE-NEW-KEY-EXIT.
047800     EXIT.
047900*
048000******************************************************************
048100* 2800-WRITE-JOURNAL JOURNALS ONE MOVE AS A PAIR - THE OLD KEY   *
048200* ('K') WITH THE RECORD'S IMAGE, THEN THE NEW KEY ('N') WITH     *
048300* LOW-VALUES.  VR615 READS THE JOURNAL DESCENDING, SO IT MEETS   *
048400* THE 'N' FIRST AND CARRIES ITS RESTRICTION BACK TO THE 'K'.     *
048500******************************************************************
048600 2800-WRITE-JOURNAL.
048700     ADD 1 TO VR-JOURNAL-COUNT.
048800     MOVE VR-RUN-DATE-PARM TO VRJL-RUN-DATE.
048900     MOVE VR-JOURNAL-COUNT TO VRJL-SEQUENCE.
049000     MOVE 'K'              TO VRJL-ACTION.
049100     MOVE VR-RK-OLD-KEY    TO VRJL-KEY.
049200     MOVE VR-MOVE-IMAGE    TO VRJL-BEFORE-IMAGE.
049300     WRITE VR-JOURNAL-RECORD.
049400     ADD 1 TO VR-JOURNAL-COUNT.
049500     MOVE VR-JOURNAL-COUNT TO VRJL-SEQUENCE.
049600     MOVE 'N'              TO VRJL-ACTION.
049700     MOVE VR-RK-NEW-KEY    TO VRJL-KEY.
049800     MOVE LOW-VALUES       TO VRJL-BEFORE-IMAGE.
049900     WRITE VR-JOURNAL-RECORD.
050000 2800-WRITE-JOURNAL-EXIT.
050100     EXIT.
050200*
050203******************************************************************
050206* 2850-CARRY-SEAL LOGS A SEAL MOVED WITH ITS RECORD.  THE MASTER *
050209* FLAG TRAVELS IN THE IMAGE, BUT THE SEAL AUDIT LOG HOLDS THE    *
050212* SEAL UNDER THE OLD KEY ONLY - VR660 AND VR635 WOULD LOSE IT    *
050215* ONCE VR650 PURGES THE RECORD.  AN APPLIED SEAL IS APPENDED     *
050218* UNDER THE NEW KEY, WITH THE OLD FIELD-1 AS THE ORDER REFERENCE *
050221* AND THE DATE OF THE ORIGINAL SEAL AS THE EFFECTIVE DATE.       *
050224******************************************************************
050227 2850-CARRY-SEAL.
050230     ADD 1 TO VR-SEAL-CARRIED-COUNT.
050233     MOVE SPACES                TO VR-SEAL-LOG-RECORD.
050236     MOVE VR-RUN-DATE-PARM      TO VRSL-RUN-DATE.
050239     MOVE VR-SEAL-CARRIED-COUNT TO VRSL-SEQUENCE.
050242     MOVE 'S'                   TO VRSL-ACTION.
050245     MOVE VR-RK-NEW-KEY         TO VRSL-KEY.
050248     MOVE VR-RK-OLD-FIELD-1     TO VRSL-ORDER-REF.
050251     MOVE VR-MOVE-RESTRICT-DATE TO VRSL-EFFECTIVE-DATE.
050254     MOVE VR-RK-REQUESTED-BY    TO VRSL-REGISTRAR-ID.
050257     MOVE 'A'                   TO VRSL-OUTCOME.
050260     MOVE 'CARRIED BY FIELD-1 REKEY'
050263                                TO VRSL-REASON.
050266     MOVE SPACE                 TO VRSL-PRIOR-FLAG.
050269     MOVE 'S'                   TO VRSL-NEW-FLAG.
050272     WRITE VR-SEAL-LOG-RECORD.
050275 2850-CARRY-SEAL-EXIT.
050278     EXIT.
050281*
050300 2900-PRINT-REKEY.
050400     MOVE VR-RK-SOURCE          TO VR-RD-SOURCE.
050500     MOVE VR-RK-OLD-FIELD-1     TO VR-RD-OLD-FIELD-1.
050600     MOVE VR-RK-OLD-RECORD-TYPE TO VR-RD-OLD-RECORD-TYPE.
050700     MOVE VR-RK-NEW-FIELD-1     TO VR-RD-NEW-FIELD-1.
050800     MOVE VR-RK-NEW-RECORD-TYPE TO VR-RD-NEW-RECORD-TYPE.
050900     MOVE VR-RK-REQUESTED-BY    TO VR-RD-REQUESTED-BY.
051000     MOVE VR-RK-OUTCOME         TO VR-RD-OUTCOME.
051100     IF VR-REJECT-REASON = SPACES
051200         MOVE VR-RK-REASON      TO VR-RD-REASON
051300     ELSE
051400         MOVE VR-REJECT-REASON  TO VR-RD-REASON
051500     END-IF.
051600     MOVE SPACES                TO VR-REKEY-LINE.
051700     MOVE VR-REKEY-DETAIL       TO VR-REKEY-LINE.
051800     WRITE VR-REKEY-LINE.
051900 2900-PRINT-REKEY-EXIT.
052000     EXIT.
052100*
052200******************************************************************
052300* 3000-PROCESS-CARD EDITS ONE CLERK REKEY CARD AND PUTS IT       *
052400* THROUGH THE SAME REKEY AS AN AUDIT CHANGE.  A CLERK REKEY      *
052500* KEEPS THE RECORD-TYPE.                                         *
052600******************************************************************
052700 3000-PROCESS-CARD.
052800     ADD 1 TO VR-CARD-COUNT.
052900     ADD 1 TO VR-REQUEST-COUNT.
053000     MOVE 'CLERK '         TO VR-RK-SOURCE.
053100     MOVE VRRK-OLD-FIELD-1 TO VR-RK-OLD-FIELD-1.
053200     MOVE VRRK-RECORD-TYPE TO VR-RK-OLD-RECORD-TYPE
053300                              VR-RK-NEW-RECORD-TYPE.
053400     MOVE VRRK-NEW-FIELD-1 TO VR-RK-NEW-FIELD-1.
053500     MOVE VRRK-CLERK-ID    TO VR-RK-REQUESTED-BY.
053600     MOVE VRRK-REASON      TO VR-RK-REASON.
053700     MOVE SPACES           TO VR-REJECT-REASON.
053800     PERFORM 3200-EDIT-CARD
053900         THRU 3200-EDIT-CARD-EXIT.
054000     IF VR-REJECT-REASON NOT = SPACES
054100         MOVE 'REJECTED  ' TO VR-RK-OUTCOME
054200         ADD 1 TO VR-REJECT-COUNT
054300         PERFORM 2900-PRINT-REKEY
054400             THRU 2900-PRINT-REKEY-EXIT
054500         GO TO 3000-PROCESS-CARD-WRAP-UP
054600     END-IF.
054700     PERFORM 2500-REKEY-RECORD
054800         THRU 2500-REKEY-RECORD-EXIT.
054900 3000-PROCESS-CARD-WRAP-UP.
055000     PERFORM 3100-READ-CARD
055100         THRU 3100-READ-CARD-EXIT.
055200 3000-PROCESS-CARD-EXIT.
055300     EXIT.
055400*
055500 3100-READ-CARD.
055600     READ VR-CARD-FILE
055700         AT END
055800             MOVE 'Y' TO VR-CARD-EOF-SW
055900     END-READ.
056000 3100-READ-CARD-EXIT.
056100     EXIT.
056200*
056300******************************************************************
056400* 3200-EDIT-CARD LEAVES THE FIRST REASON FOUND IN                *
056500* VR-REJECT-REASON.  EVERY FIELD OF A REKEY CARD IS REQUIRED.    *
056600******************************************************************
056700 3200-EDIT-CARD.
056800     IF VRRK-OLD-FIELD-1 = SPACES
056900         MOVE 'OLD FIELD-1 IS BLANK' TO VR-REJECT-REASON
057000         GO TO 3200-EDIT-CARD-EXIT
057100     END-IF.
057200     IF NOT VRRK-VALID-TYPE
057300         MOVE 'RECORD-TYPE IS NOT 1, 2 OR 3' TO VR-REJECT-REASON
057400         GO TO 3200-EDIT-CARD-EXIT
057500     END-IF.
057600     IF VRRK-NEW-FIELD-1 = SPACES
057700         MOVE 'NEW FIELD-1 IS BLANK' TO VR-REJECT-REASON
057800         GO TO 3200-EDIT-CARD-EXIT
057900     END-IF.
058000     IF VRRK-CLERK-ID = SPACES
058100         MOVE 'CLERK ID IS BLANK' TO VR-REJECT-REASON
058200         GO TO 3200-EDIT-CARD-EXIT
058300     END-IF.
058400     IF VRRK-REASON = SPACES
058500         MOVE 'REASON IS BLANK' TO VR-REJECT-REASON
058600     END-IF.
058700 3200-EDIT-CARD-EXIT.
058800     EXIT.
058900*
059000******************************************************************
059100* 4000-REKEY-LINK-HISTORY COPIES ONE LINK-HISTORY RECORD, MOVING *
059200* THE DUP-NAME-3 KEY (ALWAYS RECORD-TYPE '3') AND THE BIRTH KEY  *
059300* TO THEIR NEW KEYS.                                             *
059400******************************************************************
059500 4000-REKEY-LINK-HISTORY.
059600     ADD 1 TO VR-LINK-READ-COUNT.
059700     MOVE 'N' TO VR-RECORD-CHANGED-SW.
059800     MOVE VRLH-D3-FIELD-1 TO VR-SK-FIELD-1.
059900     MOVE '3'             TO VR-SK-RECORD-TYPE.
060000     PERFORM 7000-FOLLOW-REKEYS
060100         THRU 7000-FOLLOW-REKEYS-EXIT.
060200     MOVE VR-SK-FIELD-1   TO VRLH-D3-FIELD-1.
060300     MOVE VRLH-BIRTH-FIELD-1     TO VR-SK-FIELD-1.
060400     MOVE VRLH-BIRTH-RECORD-TYPE TO VR-SK-RECORD-TYPE.
060500     PERFORM 7000-FOLLOW-REKEYS
060600         THRU 7000-FOLLOW-REKEYS-EXIT.
060700     MOVE VR-SK-FIELD-1          TO VRLH-BIRTH-FIELD-1.
060800     MOVE VR-SK-RECORD-TYPE      TO VRLH-BIRTH-RECORD-TYPE.
060900     IF VR-RECORD-CHANGED
061000         ADD 1 TO VR-LINK-REKEY-COUNT
061100     END-IF.
061200     WRITE VR-LINK-OUT-RECORD FROM VR-LINK-HISTORY-RECORD.
061300     PERFORM 4100-READ-LINK-HISTORY
061400         THRU 4100-READ-LINK-HISTORY-EXIT.
061500 4000-REKEY-LINK-HISTORY-EXIT.
061600     EXIT.
061700*
061800 4100-READ-LINK-HISTORY.
061900     READ VR-LINK-IN-FILE
062000         AT END
062100             MOVE 'Y' TO VR-LINK-EOF-SW
062200     END-READ.
062300 4100-READ-LINK-HISTORY-EXIT.
062400     EXIT.
062500*
062600******************************************************************
062700* 4500-REKEY-REJECTED-PAIR COPIES ONE REJECTED PAIR, MOVING BOTH *
062800* KEYS.  THE PAIR DOES NOT CARRY THE BIRTH RECORD'S RECORD-TYPE, *
062900* SO THE BIRTH KEY IS TRIED AS A RECORD-TYPE '1' AND, IF NO      *
063000* REKEY MOVES IT, AS A RECORD-TYPE '2'.                          *
063100******************************************************************
063200 4500-REKEY-REJECTED-PAIR.
063300     ADD 1 TO VR-REJPAIR-READ-COUNT.
063400     MOVE 'N' TO VR-RECORD-CHANGED-SW.
063500     MOVE VRRP-D3-FIELD-1 TO VR-SK-FIELD-1.
063600     MOVE '3'             TO VR-SK-RECORD-TYPE.
063700     PERFORM 7000-FOLLOW-REKEYS
063800         THRU 7000-FOLLOW-REKEYS-EXIT.
063900     MOVE VR-SK-FIELD-1   TO VRRP-D3-FIELD-1.
064000     MOVE VRRP-BIRTH-FIELD-1 TO VR-SK-FIELD-1.
064100     MOVE '1'                TO VR-SK-RECORD-TYPE.
064200     PERFORM 7000-FOLLOW-REKEYS
064300         THRU 7000-FOLLOW-REKEYS-EXIT.
064400     IF NOT VR-KEY-CHANGED
064500         MOVE '2' TO VR-SK-RECORD-TYPE
064600         PERFORM 7000-FOLLOW-REKEYS
064700             THRU 7000-FOLLOW-REKEYS-EXIT
064800     END-IF.
064900     MOVE VR-SK-FIELD-1      TO VRRP-BIRTH-FIELD-1.
065000     IF VR-RECORD-CHANGED
065100         ADD 1 TO VR-REJPAIR-REKEY-COUNT
065200     END-IF.
065300     WRITE VR-REJPAIR-OUT-RECORD FROM VR-REJECTED-PAIR-RECORD.
065400     PERFORM 4600-READ-REJECTED-PAIR
065500         THRU 4600-READ-REJECTED-PAIR-EXIT.
065600 4500-REKEY-REJECTED-PAIR-EXIT.
065700     EXIT.
065800*
065900 4600-READ-REJECTED-PAIR.
066000     READ VR-REJPAIR-IN-FILE
066100         AT END
066200             MOVE 'Y' TO VR-REJPAIR-EOF-SW
066300     END-READ.
066400 4600-READ-REJECTED-PAIR-EXIT.
066500     EXIT.
066600*
066700******************************************************************
066800* 5000-REKEY-SEARCH-RECORD COPIES ONE PHONETIC SEARCH RECORD. A  *
066900* RECORD MOVED TO A NEW KEY IS RE-ENCODED FROM ITS NEW FIELD-1,  *
067000* SO THE COPY IS NO LONGER IN PHONETIC-KEY ORDER - THE JCL SORTS *
067100* IT INTO THE NEW SEARCH FILE GENERATION.                        *
067200******************************************************************
067300 5000-REKEY-SEARCH-RECORD.
067400     ADD 1 TO VR-PHON-READ-COUNT.
067500     MOVE 'N' TO VR-RECORD-CHANGED-SW.
067600     MOVE VRPH-FIELD-1     TO VR-SK-FIELD-1.
067700     MOVE VRPH-RECORD-TYPE TO VR-SK-RECORD-TYPE.
067800     PERFORM 7000-FOLLOW-REKEYS
067900         THRU 7000-FOLLOW-REKEYS-EXIT.
068000     IF VR-RECORD-CHANGED
068100         MOVE VR-SK-FIELD-1     TO VRPH-FIELD-1
068200                                   VR-PH-NAME
068300         MOVE VR-SK-RECORD-TYPE TO VRPH-RECORD-TYPE
068400         PERFORM 6000-ENCODE-NAME
068500             THRU 6000-ENCODE-NAME-EXIT
068600         MOVE VR-PH-KEY         TO VRPH-PHONETIC-KEY
068700         ADD 1 TO VR-PHON-REKEY-COUNT
068800     END-IF.
068900     WRITE VR-PHON-OUT-RECORD FROM VR-PHONETIC-RECORD.
069000     PERFORM 5100-READ-SEARCH-RECORD
069100         THRU 5100-READ-SEARCH-RECORD-EXIT.
069200 5000-REKEY-SEARCH-RECORD-EXIT.
069300     EXIT.
069400*
069500 5100-READ-SEARCH-RECORD.
069600     READ VR-PHON-IN-FILE
069700         AT END
069800             MOVE 'Y' TO VR-PHON-EOF-SW
069900     END-READ.
070000 5100-READ-SEARCH-RECORD-EXIT.
070100     EXIT.
070200*
070300******************************************************************
070400* 6000-ENCODE-NAME BUILDS THE SOUND-ALIKE KEY FROM VR-PH-NAME -  *
070500* THE FIRST LETTER, THEN THE CONSONANT CLASS DIGITS OF THE       *
070600* VRPHWK TABLE WITH VOWELS AND REPEATED CLASSES DROPPED, PADDED  *
070700* RIGHT WITH ZEROS TO EIGHT BYTES.  VR670 AND VR680 CARRY THE    *
070800* SAME PARAGRAPHS - THE ENCODINGS MUST STAY IDENTICAL.           *
070900******************************************************************
071000 6000-ENCODE-NAME.
071100     MOVE SPACES TO VR-PH-KEY.
071200     MOVE ZERO   TO VR-PH-OUT-LEN.
071300     MOVE '0'    TO VR-PH-PRIOR-CLASS.
071400     PERFORM 6100-ENCODE-CHAR
071500         THRU 6100-ENCODE-CHAR-EXIT
071600         VARYING VR-PH-IDX FROM 1 BY 1
071700         UNTIL VR-PH-IDX > 20.
071800     PERFORM 6300-PAD-KEY
071900         THRU 6300-PAD-KEY-EXIT
072000         UNTIL VR-PH-OUT-LEN >= 8.
072100 6000-ENCODE-NAME-EXIT.
072200     EXIT.
072300*
072400 6100-ENCODE-CHAR.
072500     IF VR-PH-OUT-LEN >= 8
072600         GO TO 6100-ENCODE-CHAR-EXIT
072700     END-IF.
072800     MOVE VR-PH-NAME (VR-PH-IDX : 1) TO VR-PH-CHAR.
072900     PERFORM 6200-CLASSIFY-CHAR
073000         THRU 6200-CLASSIFY-CHAR-EXIT.
073100     IF VR-PH-OUT-LEN = ZERO
073200         IF VR-PH-CLASS NOT = '*'
073300             ADD 1 TO VR-PH-OUT-LEN
073400             MOVE VR-PH-CHAR TO VR-PH-KEY (1 : 1)
073500             MOVE VR-PH-CLASS TO VR-PH-PRIOR-CLASS
073600         END-IF
073700         GO TO 6100-ENCODE-CHAR-EXIT
073800     END-IF.
073900     IF VR-PH-CLASS = '*' OR VR-PH-CLASS = '0'
074000         MOVE '0' TO VR-PH-PRIOR-CLASS
074100         GO TO 6100-ENCODE-CHAR-EXIT
074200     END-IF.
074300     IF VR-PH-CLASS NOT = VR-PH-PRIOR-CLASS
074400         ADD 1 TO VR-PH-OUT-LEN
074500         MOVE VR-PH-CLASS TO VR-PH-KEY (VR-PH-OUT-LEN : 1)
074600         MOVE VR-PH-CLASS TO VR-PH-PRIOR-CLASS
074700     END-IF.
074800 6100-ENCODE-CHAR-EXIT.
074900     EXIT.
075000*
075100 6200-CLASSIFY-CHAR.
075200     EVALUATE VR-PH-CHAR
075300         WHEN 'B' WHEN 'F' WHEN 'P' WHEN 'V'
075400             MOVE '1' TO VR-PH-CLASS
075500         WHEN 'C' WHEN 'G' WHEN 'J' WHEN 'K'
075600         WHEN 'Q' WHEN 'S' WHEN 'X' WHEN 'Z'
075700             MOVE '2' TO VR-PH-CLASS
075800         WHEN 'D' WHEN 'T'
075900             MOVE '3' TO VR-PH-CLASS
076000         WHEN 'L'
076100             MOVE '4' TO VR-PH-CLASS
076200         WHEN 'M' WHEN 'N'
076300             MOVE '5' TO VR-PH-CLASS
076400         WHEN 'R'
076500             MOVE '6' TO VR-PH-CLASS
076600         WHEN 'A' WHEN 'E' WHEN 'I' WHEN 'O' WHEN 'U'
076700         WHEN 'H' WHEN 'W' WHEN 'Y'
076800             MOVE '0' TO VR-PH-CLASS
076900         WHEN OTHER
077000             MOVE '*' TO VR-PH-CLASS
077100     END-EVALUATE.
077200 6200-CLASSIFY-CHAR-EXIT.
077300     EXIT.
077400*
077500 6300-PAD-KEY.
077600     ADD 1 TO VR-PH-OUT-LEN.
077700     MOVE '0' TO VR-PH-KEY (VR-PH-OUT-LEN : 1).
077800 6300-PAD-KEY-EXIT.
077900     EXIT.
078000*
078100******************************************************************
078200* 7000-FOLLOW-REKEYS MOVES THE KEY IN VR-SEARCH-KEY THROUGH EVERY*
078300* REKEY APPLIED THIS RUN, IN THE ORDER APPLIED, SETTING          *
078400* VR-KEY-CHANGED (AND VR-RECORD-CHANGED FOR THE RECORD BEING     *
078500* COPIED) WHEN ANY OF THEM MOVED IT.                             *
078600******************************************************************
078700 7000-FOLLOW-REKEYS.
078800     MOVE 'N' TO VR-KEY-CHANGED-SW.
078900     PERFORM 7100-APPLY-REKEY
079000         THRU 7100-APPLY-REKEY-EXIT
079100         VARYING VR-RT-IDX FROM 1 BY 1
079200         UNTIL VR-RT-IDX > VR-RT-USED.
079300     IF VR-KEY-CHANGED
079400         MOVE 'Y' TO VR-RECORD-CHANGED-SW
079500     END-IF.
079600 7000-FOLLOW-REKEYS-EXIT.
079700     EXIT.
079800*
079900 7100-APPLY-REKEY.
080000     IF VR-RT-OLD-KEY (VR-RT-IDX) = VR-SEARCH-KEY
080100         MOVE VR-RT-NEW-KEY (VR-RT-IDX) TO VR-SEARCH-KEY
080200         MOVE 'Y' TO VR-KEY-CHANGED-SW
080300     END-IF.
080400 7100-APPLY-REKEY-EXIT.
080500     EXIT.
080600*
080700 9000-TERMINATE.
080800     MOVE SPACES TO VR-REKEY-LINE.
080900     WRITE VR-REKEY-LINE.
081000     MOVE 'AUDIT RECORDS READ'       TO VR-TL-LABEL.
081100     MOVE VR-AUDIT-COUNT             TO VR-TL-COUNT.
081200     PERFORM 9200-WRITE-TOTAL
081300         THRU 9200-WRITE-TOTAL-EXIT.
081400     MOVE 'AUDIT RECORD-TYPE ONLY'   TO VR-TL-LABEL.
081500     MOVE VR-AUDIT-BYPASS-COUNT      TO VR-TL-COUNT.
081600     PERFORM 9200-WRITE-TOTAL
081700         THRU 9200-WRITE-TOTAL-EXIT.
081800     MOVE 'CLERK REKEY CARDS READ'   TO VR-TL-LABEL.
081900     MOVE VR-CARD-COUNT              TO VR-TL-COUNT.
082000     PERFORM 9200-WRITE-TOTAL
082100         THRU 9200-WRITE-TOTAL-EXIT.
082200     MOVE 'MASTER RECORDS REKEYED'   TO VR-TL-LABEL.
082300     MOVE VR-REKEYED-COUNT           TO VR-TL-COUNT.
082400     PERFORM 9200-WRITE-TOTAL
082500         THRU 9200-WRITE-TOTAL-EXIT.
082600     MOVE 'AUDIT KEYS NOT ON MASTER' TO VR-TL-LABEL.
082700     MOVE VR-NOT-NEEDED-COUNT        TO VR-TL-COUNT.
082800     PERFORM 9200-WRITE-TOTAL
082900         THRU 9200-WRITE-TOTAL-EXIT.
083000     MOVE 'REKEYS REJECTED'          TO VR-TL-LABEL.
083100     MOVE VR-REJECT-COUNT            TO VR-TL-COUNT.
083200     PERFORM 9200-WRITE-TOTAL
083300         THRU 9200-WRITE-TOTAL-EXIT.
083400     MOVE 'MASTER I-O ERRORS'        TO VR-TL-LABEL.
083500     MOVE VR-IO-ERROR-COUNT          TO VR-TL-COUNT.
083600     PERFORM 9200-WRITE-TOTAL
083700         THRU 9200-WRITE-TOTAL-EXIT.
083800     MOVE 'LINK-HISTORY RECORDS REKEYED'
083900                                     TO VR-TL-LABEL.
084000     MOVE VR-LINK-REKEY-COUNT        TO VR-TL-COUNT.
084100     PERFORM 9200-WRITE-TOTAL
084200         THRU 9200-WRITE-TOTAL-EXIT.
084300     MOVE 'REJECTED PAIRS REKEYED'   TO VR-TL-LABEL.
084400     MOVE VR-REJPAIR-REKEY-COUNT     TO VR-TL-COUNT.
084500     PERFORM 9200-WRITE-TOTAL
084600         THRU 9200-WRITE-TOTAL-EXIT.
084700     MOVE 'SEARCH RECORDS REKEYED'   TO VR-TL-LABEL.
084800     MOVE VR-PHON-REKEY-COUNT        TO VR-TL-COUNT.
084900     PERFORM 9200-WRITE-TOTAL
085000         THRU 9200-WRITE-TOTAL-EXIT.
085010     MOVE 'SEALS CARRIED TO NEW KEY' TO VR-TL-LABEL.
085020     MOVE VR-SEAL-CARRIED-COUNT      TO VR-TL-COUNT.
085030     PERFORM 9200-WRITE-TOTAL
085040         THRU 9200-WRITE-TOTAL-EXIT.
085100     CLOSE VR-AUDIT-FILE
085200           VR-CARD-FILE
085300           VR-MASTER-FILE
085400           VR-JOURNAL-FILE
085500           VR-LINK-IN-FILE
085600           VR-LINK-OUT-FILE
085700           VR-REJPAIR-IN-FILE
085800           VR-REJPAIR-OUT-FILE
085900           VR-PHON-IN-FILE
086000           VR-PHON-OUT-FILE
086100           VR-REKEY-RPT
086110           VR-SEAL-LOG-FILE.
086200     DISPLAY 'VR612 - FIELD-1 REKEY COMPLETE'.
086300     DISPLAY 'VR612 - AUDIT RECORDS READ: ' VR-AUDIT-COUNT.
086400     DISPLAY 'VR612 - CLERK CARDS READ  : ' VR-CARD-COUNT.
086500     DISPLAY 'VR612 - RECORDS REKEYED   : ' VR-REKEYED-COUNT.
086600     DISPLAY 'VR612 - NOT ON MASTER     : ' VR-NOT-NEEDED-COUNT.
086700     DISPLAY 'VR612 - REKEYS REJECTED   : ' VR-REJECT-COUNT.
086800     DISPLAY 'VR612 - I-O ERRORS        : ' VR-IO-ERROR-COUNT.
086900     DISPLAY 'VR612 - JOURNAL RECORDS   : ' VR-JOURNAL-COUNT.
087000     DISPLAY 'VR612 - LINK HISTORY READ : ' VR-LINK-READ-COUNT.
087100     DISPLAY 'VR612 - LINK HISTORY MOVED: ' VR-LINK-REKEY-COUNT.
087200     DISPLAY 'VR612 - REJ PAIRS READ    : '
087300             VR-REJPAIR-READ-COUNT.
087400     DISPLAY 'VR612 - REJ PAIRS MOVED   : '
087500             VR-REJPAIR-REKEY-COUNT.
087600     DISPLAY 'VR612 - SEARCH FILE READ  : ' VR-PHON-READ-COUNT.
087700     DISPLAY 'VR612 - SEARCH RECS MOVED : ' VR-PHON-REKEY-COUNT.
087710     DISPLAY 'VR612 - SEALS CARRIED     : '
087720             VR-SEAL-CARRIED-COUNT.
087800     PERFORM 9100-WRITE-RUN-STATS
087900         THRU 9100-WRITE-RUN-STATS-EXIT.
088000     IF VR-IO-ERROR-COUNT > ZERO
088100         MOVE 8 TO RETURN-CODE
088200     ELSE
088300         IF VR-REJECT-COUNT > ZERO
088400             MOVE 4 TO RETURN-CODE
088500         END-IF
088600     END-IF.
088700 9000-TERMINATE-EXIT.
088800     EXIT.
088900*
089000******************************************************************
089100* 9100-WRITE-RUN-STATS APPENDS THE RUN'S COUNTS TO THE SHARED    *
089200* RUN-STATISTICS HISTORY FILE FOR THE VR700 TREND REPORT.        *
089300******************************************************************
089400 9100-WRITE-RUN-STATS.
089500     ADD VR-LINK-REKEY-COUNT
089600         VR-REJPAIR-REKEY-COUNT
089700         VR-PHON-REKEY-COUNT
089800         GIVING VR-SIDE-REKEY-COUNT.
089900     OPEN EXTEND VR-STATS-FILE.
090000     MOVE 'VR612'             TO VRST-PROGRAM-ID.
090100     MOVE VR-RUN-DATE-PARM    TO VRST-RUN-DATE.
090200     MOVE VR-REQUEST-COUNT    TO VRST-INPUT-COUNT.
090300     MOVE VR-REKEYED-COUNT    TO VRST-RESULT-COUNT-1.
090400     MOVE VR-REJECT-COUNT     TO VRST-RESULT-COUNT-2.
090500     MOVE VR-SIDE-REKEY-COUNT TO VRST-RESULT-COUNT-3.
090600     MOVE SPACES              TO VRST-OFFICE-ID.
090700     WRITE VR-STAT-RECORD.
090800     CLOSE VR-STATS-FILE.
090900 9100-WRITE-RUN-STATS-EXIT.
091000     EXIT.
091100*
091200 9200-WRITE-TOTAL.
091300     MOVE SPACES        TO VR-REKEY-LINE.
091400     MOVE VR-TOTAL-LINE TO VR-REKEY-LINE.
091500     WRITE VR-REKEY-LINE.
091600 9200-WRITE-TOTAL-EXIT.
091700     EXIT.
