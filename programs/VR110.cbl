      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   22/08/26   RLB   ORIGINAL PROGRAM.                          *
      *   15/10/26   RLB   TAKES THE NIGHT'S RUN-DATE AS PARM AND     *
      *                    POSTS RECORDS SPLIT AND RECORD-TYPES NOT   *
      *                    RECOGNIZED WITH HASH TOTALS BY RECORD-TYPE *
      *                    TO THE VRLEDG BALANCING LEDGER (VRLGR01).  *
      *                                                               *
      *****************************************************************
000100 IDENTIFICATION DIVISION.
002200                              ORGANIZATION IS SEQUENTIAL.
002210     SELECT VR-STATS-FILE     ASSIGN TO VRSTA01
002220                              ORGANIZATION IS SEQUENTIAL.
002230     SELECT VR-LEDGER-FILE    ASSIGN TO VRLGR01
002240                              ORGANIZATION IS SEQUENTIAL.
002300*
002400 DATA DIVISION.
002500 FILE SECTION.
004830     RECORDING MODE IS F
004840     LABEL RECORDS ARE STANDARD.
004850     COPY VRSTAT.
004858*
004866 FD  VR-LEDGER-FILE
004874     RECORDING MODE IS F
004882     LABEL RECORDS ARE STANDARD.
004890     COPY VRLEDG.
004900*
005000 WORKING-STORAGE SECTION.
005100 01  VR-SWITCHES.
007300     05  VR-D3-LAST-KEY        PIC X(20)  VALUE LOW-VALUES.
007400     05  VR-CHECK-LAST-KEY     PIC X(20)  VALUE LOW-VALUES.
007410*
007420     COPY VRLGWK.
007430*
007440 LINKAGE SECTION.
007450 01  VR-PARM-AREA.
007460     05  VR-PARM-LEN           PIC S9(04) COMP.
007470     05  VR-PARM-TEXT          PIC X(08).
007480*
007500 PROCEDURE DIVISION USING VR-PARM-AREA.
007600*
007700 0000-MAINLINE.
007800     PERFORM 1000-INITIALIZE
008500     STOP RUN.
008600*
008700 1000-INITIALIZE.
008710     IF VR-PARM-LEN >= 8
008720        AND VR-PARM-TEXT (1:8) NUMERIC
008730         MOVE VR-PARM-TEXT (1:8) TO VR-BL-RUN-DATE
008740     ELSE
008750         DISPLAY 'VR110 - RUN-DATE PARM MISSING OR NOT'
008760                 ' NUMERIC'
008770         MOVE 8 TO RETURN-CODE
008780         STOP RUN
008790     END-IF.
008800     OPEN INPUT  VR-INPUT-FILE
008900          OUTPUT VR-D1-FILE
009000          OUTPUT VR-D2-FILE
010800                 THRU 2330-WRITE-D3-EXIT
010900         WHEN OTHER
011000             ADD 1 TO VR-OTHER-COUNT
011010             MOVE 'OT' TO VR-BL-POST-CATEGORY
011020             PERFORM 2400-POST-INPUT-RECORD
011030                 THRU 2400-POST-INPUT-RECORD-EXIT
011100             DISPLAY 'VR110 - RECORD-TYPE NOT RECOGNIZED AT '
011200                     'RECORD ' VR-INPUT-COUNT ' FIELD-1 '
011300                     FIELD-1 OF DUP-NAME-1
015800         TO VR-D1-RECORD (1 : VR-INPUT-REC-LEN).
015900     WRITE VR-D1-RECORD.
016000     ADD 1 TO VR-D1-COUNT.
016010     MOVE 'WR' TO VR-BL-POST-CATEGORY.
016020     PERFORM 2400-POST-INPUT-RECORD
016030         THRU 2400-POST-INPUT-RECORD-EXIT.
016100 2310-WRITE-D1-EXIT.
016200     EXIT.
016300*
017400         TO VR-D2-RECORD (1 : VR-INPUT-REC-LEN).
017500     WRITE VR-D2-RECORD.
017600     ADD 1 TO VR-D2-COUNT.
017610     MOVE 'WR' TO VR-BL-POST-CATEGORY.
017620     PERFORM 2400-POST-INPUT-RECORD
017630         THRU 2400-POST-INPUT-RECORD-EXIT.
017700 2320-WRITE-D2-EXIT.
017800     EXIT.
017900*
019000         TO VR-D3-RECORD (1 : VR-INPUT-REC-LEN).
019100     WRITE VR-D3-RECORD.
019200     ADD 1 TO VR-D3-COUNT.
019210     MOVE 'WR' TO VR-BL-POST-CATEGORY.
019220     PERFORM 2400-POST-INPUT-RECORD
019230         THRU 2400-POST-INPUT-RECORD-EXIT.
019300 2330-WRITE-D3-EXIT.
019400     EXIT.
019401*
019402******************************************************************
019403* 2400-POST-INPUT-RECORD POSTS THE INPUT RECORD TO THE BALANCING *
019404* LEDGER UNDER THE CATEGORY THE CALLER HAS SET.  THE SPLIT IS    *
019405* NOT BROKEN DOWN BY OFFICE.                                     *
019406******************************************************************
019407 2400-POST-INPUT-RECORD.
019408     MOVE SPACES TO VR-BL-POST-OFFICE.
019409     MOVE DUP-NAME-1 (1 : VR-INPUT-REC-LEN) TO VR-HASH-RECORD.
019410     PERFORM 7400-POST-RECORD-TOTALS
019411         THRU 7400-POST-RECORD-TOTALS-EXIT.
019412 2400-POST-INPUT-RECORD-EXIT.
019413     EXIT.
019414*
019415******************************************************************
019416* 7400-POST-RECORD-TOTALS HASHES THE RECORD IN VR-HASH-RECORD    *
019417* AND POSTS IT TO THE LEDGER TABLE AS ONE RECORD UNDER THE       *
019418* CATEGORY AND OFFICE THE CALLER HAS SET.                        *
019419******************************************************************
019420 7400-POST-RECORD-TOTALS.
019421     MOVE VR-HASH-RECTYPE TO VR-BL-POST-RECTYPE.
019422     MOVE 1               TO VR-BL-POST-COUNT.
019423     PERFORM 7500-HASH-RECORD
019424         THRU 7500-HASH-RECORD-EXIT.
019425     PERFORM 7600-POST-LEDGER
019426         THRU 7600-POST-LEDGER-EXIT.
019427 7400-POST-RECORD-TOTALS-EXIT.
019428     EXIT.
019429*
019430******************************************************************
019431* 7500-HASH-RECORD WORKS OUT THE XDATE AND FIELD-1 HASH TOTALS   *
019432* OF THE RECORD IN VR-HASH-RECORD FOR THE BALANCING LEDGER.  A   *
019433* DATE THAT IS NOT NUMERIC CONTRIBUTES ZERO.                     *
019434******************************************************************
019435 7500-HASH-RECORD.
019436     MOVE ZERO TO VR-HASH-REC-XDATE
019437                  VR-HASH-REC-FIELD-1.
019438     IF VR-HASH-RECTYPE = '1' OR '2'
019439         IF VR-HASH-BIRTH-XDATE NUMERIC
019440             ADD VR-HASH-BIRTH-XDATE TO VR-HASH-REC-XDATE
019441         END-IF
019442         IF VR-HASH-DEATH-XDATE NUMERIC
019443             ADD VR-HASH-DEATH-XDATE TO VR-HASH-REC-XDATE
019444         END-IF
019445     END-IF.
019446     IF VR-HASH-RECTYPE = '3'
019447        AND VR-HASH-D3-DEATH-XDATE NUMERIC
019448         ADD VR-HASH-D3-DEATH-XDATE TO VR-HASH-REC-XDATE
019449     END-IF.
019450     PERFORM 7510-HASH-CHARACTER
019451         THRU 7510-HASH-CHARACTER-EXIT
019452         VARYING VR-HASH-POS FROM 1 BY 1
019453         UNTIL VR-HASH-POS > 20.
019454 7500-HASH-RECORD-EXIT.
019455     EXIT.
019456*
019457 7510-HASH-CHARACTER.
019458     MOVE VR-HASH-FIELD-1 (VR-HASH-POS : 1) TO VR-HASH-CHAR.
019459     MOVE ZERO TO VR-HASH-ORD.
019460     INSPECT VR-HASH-ALPHABET TALLYING VR-HASH-ORD
019461         FOR CHARACTERS BEFORE INITIAL VR-HASH-CHAR.
019462     COMPUTE VR-HASH-REC-FIELD-1 = VR-HASH-REC-FIELD-1
019463         + (VR-HASH-ORD * VR-HASH-POS).
019464 7510-HASH-CHARACTER-EXIT.
019465     EXIT.
019466*
019467******************************************************************
019468* 7600-POST-LEDGER ADDS VR-BL-POST-COUNT AND THE RECORD HASHES   *
019469* TO THE LEDGER TABLE ENTRY FOR THE POSTING CATEGORY, OFFICE AND *
019470* RECORD-TYPE, TAKING THE NEXT FREE SLOT FOR ONE NOT YET SEEN.   *
019471******************************************************************
019472 7600-POST-LEDGER.
019473     MOVE ZERO TO VR-BL-SLOT.
019474     PERFORM 7610-SCAN-LEDGER
019475         THRU 7610-SCAN-LEDGER-EXIT
019476         VARYING VR-BL-IDX FROM 1 BY 1
019477         UNTIL VR-BL-IDX > VR-BL-USED
019478            OR VR-BL-SLOT > ZERO.
019479     IF VR-BL-SLOT = ZERO
019480        AND VR-BL-USED < VR-BL-MAX
019481         ADD 1 TO VR-BL-USED
019482         MOVE VR-BL-USED          TO VR-BL-SLOT
019483         MOVE VR-BL-POST-CATEGORY TO VR-BL-CATEGORY (VR-BL-SLOT)
019484         MOVE VR-BL-POST-OFFICE   TO VR-BL-OFFICE (VR-BL-SLOT)
019485         MOVE VR-BL-POST-RECTYPE  TO VR-BL-RECTYPE (VR-BL-SLOT)
019486         MOVE ZERO TO VR-BL-COUNT (VR-BL-SLOT)
019487                      VR-BL-XDATE-HASH (VR-BL-SLOT)
019488                      VR-BL-FIELD-1-HASH (VR-BL-SLOT)
019489     END-IF.
019490     IF VR-BL-SLOT = ZERO
019491         DISPLAY 'VR110 - LEDGER TABLE FULL - CATEGORY '
019492                 VR-BL-POST-CATEGORY ' OFFICE '
019493                 VR-BL-POST-OFFICE ' NOT POSTED'
019494         GO TO 7600-POST-LEDGER-EXIT
019495     END-IF.
019496     ADD VR-BL-POST-COUNT    TO VR-BL-COUNT (VR-BL-SLOT).
019497     ADD VR-HASH-REC-XDATE   TO VR-BL-XDATE-HASH (VR-BL-SLOT).
019498     ADD VR-HASH-REC-FIELD-1 TO VR-BL-FIELD-1-HASH (VR-BL-SLOT).
019499 7600-POST-LEDGER-EXIT.
019500     EXIT.
019501*
019502 7610-SCAN-LEDGER.
019503     IF VR-BL-CATEGORY (VR-BL-IDX) = VR-BL-POST-CATEGORY
019504        AND VR-BL-OFFICE (VR-BL-IDX) = VR-BL-POST-OFFICE
019505        AND VR-BL-RECTYPE (VR-BL-IDX) = VR-BL-POST-RECTYPE
019506         MOVE VR-BL-IDX TO VR-BL-SLOT
019507     END-IF.
019508 7610-SCAN-LEDGER-EXIT.
019509     EXIT.
019510*
019600 9000-TERMINATE.
019700     CLOSE VR-INPUT-FILE
019800           VR-D1-FILE
020600     DISPLAY 'VR110 - UNRECOGNIZED TYPE : ' VR-OTHER-COUNT.
020610     PERFORM 9100-WRITE-RUN-STATS
020620         THRU 9100-WRITE-RUN-STATS-EXIT.
020630     PERFORM 9400-WRITE-LEDGER
020640         THRU 9400-WRITE-LEDGER-EXIT.
020700     IF VR-SEQ-ERROR
020800         DISPLAY 'VR110 - RUN ENDED ON SEQUENCE ERROR - '
020900                 'RETURN CODE 16'
021495     CLOSE VR-STATS-FILE.
021500 9100-WRITE-RUN-STATS-EXIT.
021505     EXIT.
021515*
022485******************************************************************
022495* 9400-WRITE-LEDGER APPENDS THE RUN'S CONTROL TOTALS TO THE      *
022505* BALANCING LEDGER UNDER THE NIGHT'S RUN-DATE FOR VR690.  A RUN  *
022515* THAT COUNTED NOTHING STILL POSTS ONE ZERO '00' RECORD SO VR690 *
022525* CAN TELL IT RAN.                                               *
022535******************************************************************
022545 9400-WRITE-LEDGER.
022555     IF VR-BL-USED = ZERO
022565         MOVE '00'   TO VR-BL-POST-CATEGORY
022575         MOVE SPACES TO VR-BL-POST-OFFICE
022585         MOVE SPACE  TO VR-BL-POST-RECTYPE
022595         MOVE ZERO   TO VR-BL-POST-COUNT
022605                        VR-HASH-REC-XDATE
022615                        VR-HASH-REC-FIELD-1
022625         PERFORM 7600-POST-LEDGER
022635             THRU 7600-POST-LEDGER-EXIT
022645     END-IF.
022655     ACCEPT VR-BL-POSTED-DATE FROM DATE YYYYMMDD.
022665     ACCEPT VR-BL-POSTED-TIME FROM TIME.
022675     OPEN EXTEND VR-LEDGER-FILE.
022685     PERFORM 9410-WRITE-LEDGER-ENTRY
022695         THRU 9410-WRITE-LEDGER-ENTRY-EXIT
022705         VARYING VR-BL-IDX FROM 1 BY 1
022715         UNTIL VR-BL-IDX > VR-BL-USED.
022725     CLOSE VR-LEDGER-FILE.
022735 9400-WRITE-LEDGER-EXIT.
022745     EXIT.
022755*
022765 9410-WRITE-LEDGER-ENTRY.
022775     MOVE SPACES                   TO VR-LEDGER-RECORD.
022785     MOVE VR-BL-RUN-DATE           TO VRLG-RUN-DATE.
022795     MOVE 'VR110'                  TO VRLG-PROGRAM-ID.
022805     MOVE VR-BL-POSTED-DATE        TO VRLG-POSTED-DATE.
022815     MOVE VR-BL-POSTED-TIME        TO VRLG-POSTED-TIME.
022825     MOVE VR-BL-CATEGORY (VR-BL-IDX)
022835                                   TO VRLG-CATEGORY.
022845     MOVE VR-BL-OFFICE (VR-BL-IDX) TO VRLG-OFFICE-ID.
022855     MOVE VR-BL-RECTYPE (VR-BL-IDX)
022865                                   TO VRLG-RECORD-TYPE.
022875     MOVE VR-BL-COUNT (VR-BL-IDX)  TO VRLG-RECORD-COUNT.
022885     MOVE VR-BL-XDATE-HASH (VR-BL-IDX)
022895                                   TO VRLG-XDATE-HASH.
022905     MOVE VR-BL-FIELD-1-HASH (VR-BL-IDX)
022915                                   TO VRLG-FIELD-1-HASH.
022925     MOVE VR-BL-RESTART-SW         TO VRLG-RESTART-SW.
022935     WRITE VR-LEDGER-RECORD.
022945 9410-WRITE-LEDGER-ENTRY-EXIT.
022955     EXIT.
