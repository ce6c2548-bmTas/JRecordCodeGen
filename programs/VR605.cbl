      *****************************************************************
      *                                                               *
      *   VR605    -  COURT-ORDER SEAL MAINTENANCE                    *
      *                                                               *
      *   APPLIES THE NIGHT'S COURT ORDERS (VRSEAL TRANSACTIONS) TO  *
      *   THE RESTRICTION FLAG ON THE DUP-NAME MASTER.  A SEAL ORDER *
      *   FLAGS EVERY MASTER RECORD UNDER THE ORDER'S FIELD-1 - OR   *
      *   ONLY THE ONE RECORD-TYPE WHEN THE ORDER NAMES ONE - AS     *
      *   SEALED, AND AN UNSEAL ORDER CLEARS THE FLAG.  THE PARM     *
      *   (PARM=YYYYMMDD) IS THE NIGHT'S RUN-DATE, STAMPED AS THE    *
      *   RESTRICT-DATE OF EVERY RECORD WHOSE FLAG CHANGES - VR620   *
      *   COMPARES IT WITH THE LAST DELTA SENT TO SEND PARTNERS A    *
      *   DROP FOR A NEWLY SEALED KEY.  RUN AHEAD OF VR610J WITH THE *
      *   SAME RUN-DATE (SEE VR605J).                                *
      *                                                               *
      *   EVERY ORDER IS AUDITED - ONE VRSLOG ENTRY PER MASTER       *
      *   RECORD IT TOUCHED, APPLIED OR ALREADY IN THE STATE         *
      *   ORDERED, OR ONE ENTRY FOR THE ORDER WHEN IT IS REJECTED -  *
      *   AND PRINTED ON THE SEAL REPORT.  AN ORDER WITH A MISSING   *
      *   FIELD, A BAD OR FUTURE EFFECTIVE DATE, OR A KEY NOT ON THE *
      *   MASTER IS REJECTED AND ENDS THE JOB WITH RETURN CODE 4.  A *
      *   FAILED MASTER REWRITE ENDS IT WITH RETURN CODE 8.          *
      *                                                               *
      *   ONLY THIS PROGRAM SETS OR CLEARS THE FLAG.  VR610 CARRIES  *
      *   IT ACROSS THE NIGHTLY APPLY AND VR615 ACROSS A BACKOUT.    *
      *                                                               *
      *   MODIFICATION HISTORY                                       *
      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   15/10/26   RLB   ORIGINAL PROGRAM.                          *
      *   15/10/26   RLB   SHORTENED THE RECORD-TYPE REJECT REASON TO *
      *                    FIT THE 30-BYTE REASON FIELD.              *
      *                                                               *
      *****************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     VR605.
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
001500     SELECT VR-ORDER-FILE     ASSIGN TO VRSOI01
001600                              ORGANIZATION IS SEQUENTIAL.
001700     SELECT VR-MASTER-FILE    ASSIGN TO VRMAS01
001800                              ORGANIZATION IS INDEXED
001900                              ACCESS MODE IS DYNAMIC
002000                              RECORD KEY IS VRM-KEY
002100                              FILE STATUS IS VR-MASTER-STATUS.
002200     SELECT VR-SEAL-LOG-FILE  ASSIGN TO VRSLG01
002300                              ORGANIZATION IS SEQUENTIAL.
002400     SELECT VR-SEAL-RPT       ASSIGN TO VRSRP01
002500                              ORGANIZATION IS SEQUENTIAL.
002600     SELECT VR-STATS-FILE     ASSIGN TO VRSTA01
002700                              ORGANIZATION IS SEQUENTIAL.
002800*
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  VR-ORDER-FILE
003200     RECORDING MODE IS F
003300     LABEL RECORDS ARE STANDARD.
003400     COPY VRSEAL.
003500*
003600 FD  VR-MASTER-FILE
003700     LABEL RECORDS ARE STANDARD.
003800     COPY VRMAST.
003900*
004000 FD  VR-SEAL-LOG-FILE
004100     RECORDING MODE IS F
004200     LABEL RECORDS ARE STANDARD.
004300     COPY VRSLOG.
004400*
004500 FD  VR-SEAL-RPT
004600     RECORDING MODE IS F
004700     LABEL RECORDS ARE STANDARD.
004800 01  VR-SEAL-LINE              PIC X(132).
004900*
005000 FD  VR-STATS-FILE
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300     COPY VRSTAT.
005400*
005500 WORKING-STORAGE SECTION.
005600 01  VR-SWITCHES.
005700     05  VR-ORDER-EOF-SW       PIC X(01)  VALUE 'N'.
005800         88  VR-ORDER-EOF                 VALUE 'Y'.
005900     05  VR-BROWSE-DONE-SW     PIC X(01)  VALUE 'N'.
006000         88  VR-BROWSE-DONE               VALUE 'Y'.
006100     05  VR-KEY-FOUND-SW       PIC X(01)  VALUE 'N'.
006200         88  VR-KEY-FOUND                 VALUE 'Y'.
006300*
006400 01  VR-COUNTERS.
006500     05  VR-ORDER-COUNT        PIC 9(09)  COMP VALUE ZERO.
006600     05  VR-SEALED-COUNT       PIC 9(09)  COMP VALUE ZERO.
006700     05  VR-UNSEALED-COUNT     PIC 9(09)  COMP VALUE ZERO.
006800     05  VR-NO-CHANGE-COUNT    PIC 9(09)  COMP VALUE ZERO.
006900     05  VR-REJECT-COUNT       PIC 9(09)  COMP VALUE ZERO.
007000     05  VR-IO-ERROR-COUNT     PIC 9(09)  COMP VALUE ZERO.
007100     05  VR-LOG-COUNT          PIC 9(09)  COMP VALUE ZERO.
007200*
007300 01  VR-FILE-STATUS.
007400     05  VR-MASTER-STATUS      PIC X(02)  VALUE SPACES.
007500*
007600 01  VR-RUN-DATE-PARM          PIC 9(08)  VALUE ZERO.
007700*
007800 01  VR-ORDER-WORK.
007900     05  VR-LOG-KEY.
008000         10  VR-LOG-FIELD-1    PIC X(20).
008100         10  VR-LOG-RECORD-TYPE
008200                               PIC X(01).
008300     05  VR-LOG-OUTCOME        PIC X(01).
008400     05  VR-REJECT-REASON      PIC X(30).
008500     05  VR-PRIOR-FLAG         PIC X(01).
008600     05  VR-NEW-FLAG           PIC X(01).
008700     05  VR-EDIT-DATE          PIC 9(08).
008800     05  VR-EDIT-DATE-PARTS REDEFINES VR-EDIT-DATE.
008900         10  VR-EDIT-CCYY      PIC 9(04).
009000         10  VR-EDIT-MM        PIC 9(02).
009100         10  VR-EDIT-DD        PIC 9(02).
009200*
009300 01  VR-HEADING-1.
009400     05  FILLER                PIC X(44)
009500         VALUE 'VR605 - COURT-ORDER SEAL MAINTENANCE        '.
009600     05  FILLER                PIC X(10)  VALUE 'RUN-DATE '.
009700     05  VR-H1-RUN-DATE        PIC 9(08).
009800*
009900 01  VR-HEADING-2.
010000     05  FILLER                PIC X(08)  VALUE 'ORDER   '.
010100     05  FILLER                PIC X(22)  VALUE 'FIELD-1'.
010200     05  FILLER                PIC X(06)  VALUE 'TYPE  '.
010300     05  FILLER                PIC X(22)  VALUE 'ORDER REFERENCE'.
010400     05  FILLER                PIC X(10)  VALUE 'EFFECTIVE '.
010500     05  FILLER                PIC X(10)  VALUE 'REGISTRAR '.
010600     05  FILLER                PIC X(12)  VALUE 'OUTCOME'.
010700     05  FILLER                PIC X(30)  VALUE 'REASON'.
010800*
010900 01  VR-SEAL-DETAIL.
011000     05  VR-SD-ACTION          PIC X(06).
011100     05  FILLER                PIC X(02)  VALUE SPACES.
011200     05  VR-SD-FIELD-1         PIC X(20).
011300     05  FILLER                PIC X(03)  VALUE SPACES.
011400     05  VR-SD-RECORD-TYPE     PIC X(01).
011500     05  FILLER                PIC X(04)  VALUE SPACES.
011600     05  VR-SD-ORDER-REF       PIC X(20).
011700     05  FILLER                PIC X(02)  VALUE SPACES.
011800     05  VR-SD-EFFECTIVE-DATE  PIC X(08).
011900     05  FILLER                PIC X(02)  VALUE SPACES.
012000     05  VR-SD-REGISTRAR-ID    PIC X(08).
012100     05  FILLER                PIC X(02)  VALUE SPACES.
012200     05  VR-SD-OUTCOME         PIC X(10).
012300     05  FILLER                PIC X(02)  VALUE SPACES.
012400     05  VR-SD-REASON          PIC X(30).
012500*
012600 01  VR-TOTAL-LINE.
012700     05  FILLER                PIC X(02)  VALUE SPACES.
012800     05  VR-TL-LABEL           PIC X(30).
012900     05  VR-TL-COUNT           PIC ZZZ,ZZZ,ZZ9.
013000*
013100 LINKAGE SECTION.
013200 01  VR-PARM-AREA.
013300     05  VR-PARM-LEN           PIC S9(04) COMP.
013400     05  VR-PARM-TEXT          PIC X(08).
013500*
013600 PROCEDURE DIVISION USING VR-PARM-AREA.
013700*
013800 0000-MAINLINE.
013900     PERFORM 1000-INITIALIZE
014000         THRU 1000-INITIALIZE-EXIT.
014100     PERFORM 2000-PROCESS-ORDER
014200         THRU 2000-PROCESS-ORDER-EXIT
014300         UNTIL VR-ORDER-EOF.
014400     PERFORM 9000-TERMINATE
014500         THRU 9000-TERMINATE-EXIT.
014600     STOP RUN.
014700*
014800 1000-INITIALIZE.
014900     IF VR-PARM-LEN >= 8
015000        AND VR-PARM-TEXT (1:8) NUMERIC
015100         MOVE VR-PARM-TEXT (1:8) TO VR-RUN-DATE-PARM
015200     ELSE
015300         DISPLAY 'VR605 - RUN-DATE PARM MISSING OR NOT'
015400                 ' NUMERIC'
015500         MOVE 8 TO RETURN-CODE
015600         STOP RUN
015700     END-IF.
015800     OPEN I-O VR-MASTER-FILE.
015900     IF VR-MASTER-STATUS NOT = '00'
016000         DISPLAY 'VR605 - MASTER OPEN FAILED - STATUS '
016100                 VR-MASTER-STATUS
016200         MOVE 8 TO RETURN-CODE
016300         STOP RUN
016400     END-IF.
016500     OPEN INPUT  VR-ORDER-FILE
016600          EXTEND VR-SEAL-LOG-FILE
016700          OUTPUT VR-SEAL-RPT.
016800     MOVE VR-RUN-DATE-PARM TO VR-H1-RUN-DATE.
016900     MOVE VR-HEADING-1     TO VR-SEAL-LINE.
017000     WRITE VR-SEAL-LINE.
017100     MOVE SPACES           TO VR-SEAL-LINE.
017200     WRITE VR-SEAL-LINE.
017300     MOVE VR-HEADING-2     TO VR-SEAL-LINE.
017400     WRITE VR-SEAL-LINE.
017500     PERFORM 2100-READ-ORDER
017600         THRU 2100-READ-ORDER-EXIT.
017700 1000-INITIALIZE-EXIT.
017800     EXIT.
017900*
018000******************************************************************
018100* 2000-PROCESS-ORDER EDITS ONE COURT ORDER AND APPLIES IT TO     *
018200* EVERY MASTER RECORD IT NAMES.  AN ORDER FAILING THE EDIT, OR   *
018300* NAMING A KEY THAT IS NOT ON THE MASTER, IS REJECTED WHOLE AND  *
018400* LOGGED ONCE UNDER THE ORDER'S OWN KEY.                         *
018500******************************************************************
018600 2000-PROCESS-ORDER.
018700     ADD 1 TO VR-ORDER-COUNT.
018800     MOVE SPACES TO VR-REJECT-REASON.
018900     PERFORM 2200-EDIT-ORDER
019000         THRU 2200-EDIT-ORDER-EXIT.
019100     IF VR-REJECT-REASON NOT = SPACES
019200         PERFORM 2600-REJECT-ORDER
019300             THRU 2600-REJECT-ORDER-EXIT
019400         GO TO 2000-PROCESS-ORDER-WRAP-UP
019500     END-IF.
019600     PERFORM 2300-BROWSE-MASTER
019700         THRU 2300-BROWSE-MASTER-EXIT.
019800     IF NOT VR-KEY-FOUND
019900         MOVE 'KEY NOT ON MASTER' TO VR-REJECT-REASON
020000         PERFORM 2600-REJECT-ORDER
020100             THRU 2600-REJECT-ORDER-EXIT
020200     END-IF.
020300 2000-PROCESS-ORDER-WRAP-UP.
020400     PERFORM 2100-READ-ORDER
020500         THRU 2100-READ-ORDER-EXIT.
020600 2000-PROCESS-ORDER-EXIT.
020700     EXIT.
020800*
020900 2100-READ-ORDER.
021000     READ VR-ORDER-FILE
021100         AT END
021200             MOVE 'Y' TO VR-ORDER-EOF-SW
021300     END-READ.
021400 2100-READ-ORDER-EXIT.
021500     EXIT.
021600*
021700******************************************************************
021800* 2200-EDIT-ORDER LEAVES THE FIRST REASON FOUND IN               *
021900* VR-REJECT-REASON.  EVERY FIELD OF A COURT ORDER IS REQUIRED    *
022000* EXCEPT THE RECORD-TYPE.  AN ORDER NOT YET IN EFFECT ON THE     *
022100* RUN-DATE IS REJECTED - IT IS RESUBMITTED ON OR AFTER ITS       *
022200* EFFECTIVE DATE, SO THE RESTRICT-DATE ON THE MASTER IS NEVER    *
022300* AHEAD OF THE ORDER.                                            *
022400******************************************************************
022500 2200-EDIT-ORDER.
022600     IF NOT VRSO-SEAL
022700        AND NOT VRSO-UNSEAL
022800         MOVE 'ACTION IS NOT S OR U' TO VR-REJECT-REASON
022900         GO TO 2200-EDIT-ORDER-EXIT
023000     END-IF.
023100     IF VRSO-FIELD-1 = SPACES
023200         MOVE 'FIELD-1 IS BLANK' TO VR-REJECT-REASON
023300         GO TO 2200-EDIT-ORDER-EXIT
023400     END-IF.
023500     IF NOT VRSO-VALID-TYPE
023600         MOVE 'RECORD-TYPE NOT 1/2/3/BLANK'
023700             TO VR-REJECT-REASON
023800         GO TO 2200-EDIT-ORDER-EXIT
023900     END-IF.
024000     IF VRSO-ORDER-REF = SPACES
024100         MOVE 'COURT ORDER REFERENCE IS BLANK'
024200             TO VR-REJECT-REASON
024300         GO TO 2200-EDIT-ORDER-EXIT
024400     END-IF.
024500     IF VRSO-REGISTRAR-ID = SPACES
024600         MOVE 'REGISTRAR ID IS BLANK' TO VR-REJECT-REASON
024700         GO TO 2200-EDIT-ORDER-EXIT
024800     END-IF.
024900     IF VRSO-EFFECTIVE-DATE NOT NUMERIC
025000         MOVE 'EFFECTIVE DATE IS NOT A DATE' TO VR-REJECT-REASON
025100         GO TO 2200-EDIT-ORDER-EXIT
025200     END-IF.
025300     MOVE VRSO-EFFECTIVE-DATE-N TO VR-EDIT-DATE.
025400     IF VR-EDIT-MM < 1 OR VR-EDIT-MM > 12
025500        OR VR-EDIT-DD < 1 OR VR-EDIT-DD > 31
025600         MOVE 'EFFECTIVE DATE IS NOT A DATE' TO VR-REJECT-REASON
025700         GO TO 2200-EDIT-ORDER-EXIT
025800     END-IF.
025900     IF VR-EDIT-DATE > VR-RUN-DATE-PARM
026000         MOVE 'NOT YET EFFECTIVE - RESUBMIT' TO VR-REJECT-REASON
026100     END-IF.
026200 2200-EDIT-ORDER-EXIT.
026300     EXIT.
026400*
026500******************************************************************
026600* 2300-BROWSE-MASTER POSITIONS THE KSDS AT THE ORDER'S FIELD-1   *
026700* (AND RECORD-TYPE WHEN ONE IS GIVEN) AND READS FORWARD WHILE    *
026800* THE KEY STILL MATCHES, APPLYING THE ORDER TO EVERY RECORD      *
026900* PASSED - LOGICALLY DELETED RECORDS INCLUDED, SINCE THE         *
027000* INQUIRIES STILL PRINT THEM.                                    *
027100******************************************************************
027200 2300-BROWSE-MASTER.
027300     MOVE 'N' TO VR-BROWSE-DONE-SW.
027400     MOVE 'N' TO VR-KEY-FOUND-SW.
027500     MOVE LOW-VALUES   TO VRM-KEY.
027600     MOVE VRSO-FIELD-1 TO VRM-FIELD-1.
027700     IF NOT VRSO-ALL-TYPES
027800         MOVE VRSO-RECORD-TYPE TO VRM-RECORD-TYPE
027900     END-IF.
028000     START VR-MASTER-FILE KEY >= VRM-KEY
028100         INVALID KEY
028200             MOVE 'Y' TO VR-BROWSE-DONE-SW
028300     END-START.
028400     PERFORM 2310-READ-NEXT-MASTER
028500         THRU 2310-READ-NEXT-MASTER-EXIT.
028600     PERFORM 2320-CHECK-BROWSE-RECORD
028700         THRU 2320-CHECK-BROWSE-RECORD-EXIT
028800         UNTIL VR-BROWSE-DONE.
028900 2300-BROWSE-MASTER-EXIT.
029000     EXIT.
029100*
029200 2310-READ-NEXT-MASTER.
029300     IF VR-BROWSE-DONE
029400         GO TO 2310-READ-NEXT-MASTER-EXIT
029500     END-IF.
029600     READ VR-MASTER-FILE NEXT RECORD
029700         AT END
029800             MOVE 'Y' TO VR-BROWSE-DONE-SW
029900     END-READ.
030000 2310-READ-NEXT-MASTER-EXIT.
030100     EXIT.
030200*
030300 2320-CHECK-BROWSE-RECORD.
030400     IF VRM-FIELD-1 NOT = VRSO-FIELD-1
030500         MOVE 'Y' TO VR-BROWSE-DONE-SW
030600         GO TO 2320-CHECK-BROWSE-RECORD-EXIT
030700     END-IF.
030800     IF NOT VRSO-ALL-TYPES
030900        AND VRM-RECORD-TYPE NOT = VRSO-RECORD-TYPE
031000         MOVE 'Y' TO VR-BROWSE-DONE-SW
031100         GO TO 2320-CHECK-BROWSE-RECORD-EXIT
031200     END-IF.
031300     MOVE 'Y' TO VR-KEY-FOUND-SW.
031400     PERFORM 2400-APPLY-ORDER
031500         THRU 2400-APPLY-ORDER-EXIT.
031600     PERFORM 2310-READ-NEXT-MASTER
031700         THRU 2310-READ-NEXT-MASTER-EXIT.
031800 2320-CHECK-BROWSE-RECORD-EXIT.
031900     EXIT.
032000*
032100******************************************************************
032200* 2400-APPLY-ORDER SETS OR CLEARS THE RESTRICTION FLAG ON THE    *
032300* MASTER RECORD JUST READ AND STAMPS THE RUN-DATE AS THE         *
032400* RESTRICT-DATE.  A RECORD ALREADY IN THE STATE ORDERED IS NOT   *
032500* REWRITTEN - ITS RESTRICT-DATE MUST STAY THE DATE THE FLAG      *
032600* REALLY CHANGED - BUT THE ORDER IS STILL LOGGED AGAINST IT.     *
032700******************************************************************
032800 2400-APPLY-ORDER.
032900     MOVE VRM-KEY           TO VR-LOG-KEY.
033000     MOVE VRM-RESTRICT-FLAG TO VR-PRIOR-FLAG.
033100     IF VRSO-SEAL
033200         MOVE 'S'   TO VR-NEW-FLAG
033300     ELSE
033400         MOVE SPACE TO VR-NEW-FLAG
033500     END-IF.
033600     IF VR-NEW-FLAG = VR-PRIOR-FLAG
033700         MOVE 'N' TO VR-LOG-OUTCOME
033800         IF VRSO-SEAL
033900             MOVE 'RECORD ALREADY SEALED' TO VR-REJECT-REASON
034000         ELSE
034100             MOVE 'RECORD NOT SEALED' TO VR-REJECT-REASON
034200         END-IF
034300         ADD 1 TO VR-NO-CHANGE-COUNT
034400         GO TO 2400-APPLY-ORDER-WRAP-UP
034500     END-IF.
034600     MOVE VR-NEW-FLAG      TO VRM-RESTRICT-FLAG.
034700     MOVE VR-RUN-DATE-PARM TO VRM-RESTRICT-DATE.
034800     REWRITE VR-MASTER-RECORD
034900         INVALID KEY
035000             DISPLAY 'VR605 - REWRITE FAILED FOR KEY ' VRM-KEY
035100                     ' STATUS ' VR-MASTER-STATUS
035200             ADD 1 TO VR-IO-ERROR-COUNT
035300             MOVE 'R' TO VR-LOG-OUTCOME
035400             MOVE 'MASTER REWRITE FAILED' TO VR-REJECT-REASON
035500             MOVE VR-PRIOR-FLAG TO VR-NEW-FLAG
035600         NOT INVALID KEY
035700             MOVE 'A' TO VR-LOG-OUTCOME
035800             MOVE SPACES TO VR-REJECT-REASON
035900             IF VRSO-SEAL
036000                 ADD 1 TO VR-SEALED-COUNT
036100             ELSE
036200                 ADD 1 TO VR-UNSEALED-COUNT
036300             END-IF
036400     END-REWRITE.
036500 2400-APPLY-ORDER-WRAP-UP.
036600     PERFORM 2700-LOG-AND-PRINT
036700         THRU 2700-LOG-AND-PRINT-EXIT.
036800 2400-APPLY-ORDER-EXIT.
036900     EXIT.
037000*
037100 2600-REJECT-ORDER.
037200     MOVE VRSO-KEY TO VR-LOG-KEY.
037300     MOVE 'R'      TO VR-LOG-OUTCOME.
037400     MOVE SPACE    TO VR-PRIOR-FLAG
037500                      VR-NEW-FLAG.
037600     ADD 1 TO VR-REJECT-COUNT.
037700     PERFORM 2700-LOG-AND-PRINT
037800         THRU 2700-LOG-AND-PRINT-EXIT.
037900 2600-REJECT-ORDER-EXIT.
038000     EXIT.
038100*
038200******************************************************************
038300* 2700-LOG-AND-PRINT APPENDS THE AUDIT LOG ENTRY FOR ONE ORDER   *
038400* AGAINST ONE KEY AND PRINTS THE SAME FACTS ON THE REPORT.       *
038500******************************************************************
038600 2700-LOG-AND-PRINT.
038700     ADD 1 TO VR-LOG-COUNT.
038800     MOVE SPACES              TO VR-SEAL-LOG-RECORD.
038900     MOVE VR-RUN-DATE-PARM    TO VRSL-RUN-DATE.
039000     MOVE VR-LOG-COUNT        TO VRSL-SEQUENCE.
039100     MOVE VRSO-ACTION         TO VRSL-ACTION.
039200     MOVE VR-LOG-KEY          TO VRSL-KEY.
039300     MOVE VRSO-ORDER-REF      TO VRSL-ORDER-REF.
039400     MOVE VRSO-EFFECTIVE-DATE TO VRSL-EFFECTIVE-DATE.
039500     MOVE VRSO-REGISTRAR-ID   TO VRSL-REGISTRAR-ID.
039600     MOVE VR-LOG-OUTCOME      TO VRSL-OUTCOME.
039700     MOVE VR-REJECT-REASON    TO VRSL-REASON.
039800     MOVE VR-PRIOR-FLAG       TO VRSL-PRIOR-FLAG.
039900     MOVE VR-NEW-FLAG         TO VRSL-NEW-FLAG.
040000     WRITE VR-SEAL-LOG-RECORD.
040100     EVALUATE TRUE
040200         WHEN VRSO-SEAL
040300             MOVE 'SEAL  ' TO VR-SD-ACTION
040400         WHEN VRSO-UNSEAL
040500             MOVE 'UNSEAL' TO VR-SD-ACTION
040600         WHEN OTHER
040700             MOVE VRSO-ACTION TO VR-SD-ACTION
040800     END-EVALUATE.
040900     MOVE VR-LOG-FIELD-1      TO VR-SD-FIELD-1.
041000     MOVE VR-LOG-RECORD-TYPE  TO VR-SD-RECORD-TYPE.
041100     MOVE VRSO-ORDER-REF      TO VR-SD-ORDER-REF.
041200     MOVE VRSO-EFFECTIVE-DATE TO VR-SD-EFFECTIVE-DATE.
041300     MOVE VRSO-REGISTRAR-ID   TO VR-SD-REGISTRAR-ID.
041400     EVALUATE TRUE
041500         WHEN VRSL-APPLIED
041600             MOVE 'APPLIED   ' TO VR-SD-OUTCOME
041700         WHEN VRSL-NO-CHANGE
041800             MOVE 'NO CHANGE ' TO VR-SD-OUTCOME
041900         WHEN OTHER
042000             MOVE 'REJECTED  ' TO VR-SD-OUTCOME
042100     END-EVALUATE.
042200     MOVE VR-REJECT-REASON    TO VR-SD-REASON.
042300     MOVE SPACES              TO VR-SEAL-LINE.
042400     MOVE VR-SEAL-DETAIL      TO VR-SEAL-LINE.
042500     WRITE VR-SEAL-LINE.
042600 2700-LOG-AND-PRINT-EXIT.
042700     EXIT.
042800*
042900 9000-TERMINATE.
043000     MOVE SPACES TO VR-SEAL-LINE.
043100     WRITE VR-SEAL-LINE.
043200     MOVE 'COURT ORDERS READ'       TO VR-TL-LABEL.
043300     MOVE VR-ORDER-COUNT            TO VR-TL-COUNT.
043400     PERFORM 9200-WRITE-TOTAL
043500         THRU 9200-WRITE-TOTAL-EXIT.
043600     MOVE 'MASTER RECORDS SEALED'   TO VR-TL-LABEL.
043700     MOVE VR-SEALED-COUNT           TO VR-TL-COUNT.
043800     PERFORM 9200-WRITE-TOTAL
043900         THRU 9200-WRITE-TOTAL-EXIT.
044000     MOVE 'MASTER RECORDS UNSEALED' TO VR-TL-LABEL.
044100     MOVE VR-UNSEALED-COUNT         TO VR-TL-COUNT.
044200     PERFORM 9200-WRITE-TOTAL
044300         THRU 9200-WRITE-TOTAL-EXIT.
044400     MOVE 'ALREADY IN ORDERED STATE' TO VR-TL-LABEL.
044500     MOVE VR-NO-CHANGE-COUNT        TO VR-TL-COUNT.
044600     PERFORM 9200-WRITE-TOTAL
044700         THRU 9200-WRITE-TOTAL-EXIT.
044800     MOVE 'COURT ORDERS REJECTED'   TO VR-TL-LABEL.
044900     MOVE VR-REJECT-COUNT           TO VR-TL-COUNT.
045000     PERFORM 9200-WRITE-TOTAL
045100         THRU 9200-WRITE-TOTAL-EXIT.
045200     MOVE 'MASTER REWRITES FAILED'  TO VR-TL-LABEL.
045300     MOVE VR-IO-ERROR-COUNT         TO VR-TL-COUNT.
045400     PERFORM 9200-WRITE-TOTAL
045500         THRU 9200-WRITE-TOTAL-EXIT.
045600     CLOSE VR-ORDER-FILE
045700           VR-MASTER-FILE
045800           VR-SEAL-LOG-FILE
045900           VR-SEAL-RPT.
046000     DISPLAY 'VR605 - COURT-ORDER SEAL MAINTENANCE COMPLETE'.
046100     DISPLAY 'VR605 - ORDERS READ       : ' VR-ORDER-COUNT.
046200     DISPLAY 'VR605 - RECORDS SEALED    : ' VR-SEALED-COUNT.
046300     DISPLAY 'VR605 - RECORDS UNSEALED  : ' VR-UNSEALED-COUNT.
046400     DISPLAY 'VR605 - NO CHANGE         : ' VR-NO-CHANGE-COUNT.
046500     DISPLAY 'VR605 - ORDERS REJECTED   : ' VR-REJECT-COUNT.
046600     DISPLAY 'VR605 - I-O ERRORS        : ' VR-IO-ERROR-COUNT.
046700     DISPLAY 'VR605 - AUDIT LOG WRITTEN : ' VR-LOG-COUNT.
046800     PERFORM 9100-WRITE-RUN-STATS
046900         THRU 9100-WRITE-RUN-STATS-EXIT.
047000     IF VR-IO-ERROR-COUNT > ZERO
047100         MOVE 8 TO RETURN-CODE
047200     ELSE
047300         IF VR-REJECT-COUNT > ZERO
047400             MOVE 4 TO RETURN-CODE
047500         END-IF
047600     END-IF.
047700 9000-TERMINATE-EXIT.
047800     EXIT.
047900*
048000******************************************************************
048100* 9100-WRITE-RUN-STATS APPENDS THE RUN'S COUNTS TO THE SHARED    *
048200* RUN-STATISTICS HISTORY FILE FOR THE VR700 TREND REPORT.        *
048300******************************************************************
048400 9100-WRITE-RUN-STATS.
048500     OPEN EXTEND VR-STATS-FILE.
048600     MOVE 'VR605'            TO VRST-PROGRAM-ID.
048700     MOVE VR-RUN-DATE-PARM   TO VRST-RUN-DATE.
048800     MOVE VR-ORDER-COUNT     TO VRST-INPUT-COUNT.
048900     MOVE VR-SEALED-COUNT    TO VRST-RESULT-COUNT-1.
049000     MOVE VR-UNSEALED-COUNT  TO VRST-RESULT-COUNT-2.
049100     MOVE VR-REJECT-COUNT    TO VRST-RESULT-COUNT-3.
049200     MOVE SPACES             TO VRST-OFFICE-ID.
049300     WRITE VR-STAT-RECORD.
049400     CLOSE VR-STATS-FILE.
049500 9100-WRITE-RUN-STATS-EXIT.
049600     EXIT.
049700*
049800 9200-WRITE-TOTAL.
049900     MOVE SPACES        TO VR-SEAL-LINE.
050000     MOVE VR-TOTAL-LINE TO VR-SEAL-LINE.
050100     WRITE VR-SEAL-LINE.
050200 9200-WRITE-TOTAL-EXIT.
050300     EXIT.
