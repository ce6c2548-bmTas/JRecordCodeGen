      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   03/09/26   RLB   ORIGINAL PROGRAM.                          *
      *   15/10/26   RLB   COURT-ORDER SEALS - A RECORD SEALED BY     *
      *                    VR605 PRINTS ONLY A RECORD RESTRICTED LINE *
      *                    AGAINST THE CARD KEY. PARM=AUTHREG, FOR AN *
      *                    AUTHORIZED REGISTRAR, PRINTS SEALED        *
      *                    RECORDS IN FULL WITH THE DATE SEALED.      *
      *                                                               *
      *****************************************************************
000100 IDENTIFICATION DIVISION.
006400         88  VR-BROWSE-DONE               VALUE 'Y'.
006500     05  VR-KEY-FOUND-SW       PIC X(01)  VALUE 'N'.
006600         88  VR-KEY-FOUND                 VALUE 'Y'.
006610     05  VR-AUTHORIZED-SW      PIC X(01)  VALUE 'N'.
006620         88  VR-AUTHORIZED-REGISTRAR      VALUE 'Y'.
006630     05  VR-RESTRICT-SHOWN-SW  PIC X(01)  VALUE 'N'.
006640         88  VR-RESTRICT-SHOWN            VALUE 'Y'.
006700*
006800 01  VR-COUNTERS.
006900     05  VR-CARD-COUNT         PIC 9(09)  COMP VALUE ZERO.
007100     05  VR-PRINTED-COUNT      PIC 9(09)  COMP VALUE ZERO.
007200     05  VR-NOT-FOUND-COUNT    PIC 9(09)  COMP VALUE ZERO.
007300     05  VR-UNKNOWN-COUNT      PIC 9(09)  COMP VALUE ZERO.
007310     05  VR-RESTRICTED-COUNT   PIC 9(09)  COMP VALUE ZERO.
007400*
007500 01  VR-INDEXES.
007600     05  VR-OUTER-IDX          PIC 9(02)  COMP VALUE ZERO.
013800     05  FILLER                PIC X(08)  VALUE 'FIELD-1 '.
013900     05  VR-NF-FIELD-1         PIC X(20).
014000     05  FILLER                PIC X(11)  VALUE '  NOT FOUND'.
014010*
014020 01  VR-RESTRICTED-DETAIL.
014030     05  FILLER                PIC X(08)  VALUE 'FIELD-1 '.
014040     05  VR-RD-FIELD-1         PIC X(20).
014050     05  FILLER                PIC X(19)
014060                               VALUE '  RECORD RESTRICTED'.
014070*
014080 LINKAGE SECTION.
014090 01  VR-PARM-AREA.
014092     05  VR-PARM-LEN           PIC S9(04) COMP.
014094     05  VR-PARM-TEXT          PIC X(08).
014100*
014200 PROCEDURE DIVISION USING VR-PARM-AREA.
014300*
014400 0000-MAINLINE.
014500     PERFORM 1000-INITIALIZE
015300*
015400 1000-INITIALIZE.
015500     ACCEPT VR-REPORT-DATE FROM DATE YYYYMMDD.
015510     IF VR-PARM-LEN >= 7
015520        AND VR-PARM-TEXT (1:7) = 'AUTHREG'
015530         MOVE 'Y' TO VR-AUTHORIZED-SW
015540         DISPLAY 'VR630 - AUTHORIZED REGISTRAR RUN - SEALED '
015550                 'RECORDS PRINT IN FULL'
015560     END-IF.
015600     OPEN INPUT  VR-CARD-FILE
015700          INPUT  VR-CODE-FILE
015800          OUTPUT VR-INQUIRY-RPT.
016900     MOVE 'VR630 - DUP-NAME MASTER REGISTRAR INQUIRY'
017000         TO VR-INQUIRY-LINE.
017100     WRITE VR-INQUIRY-LINE.
017110     IF VR-AUTHORIZED-REGISTRAR
017120         MOVE SPACES TO VR-INQUIRY-LINE
017130         MOVE 'AUTHORIZED REGISTRAR RUN - SEALED RECORDS PRINTED'
017140             TO VR-INQUIRY-LINE
017150         WRITE VR-INQUIRY-LINE
017160     END-IF.
017200     PERFORM 2100-READ-CARD
017300         THRU 2100-READ-CARD-EXIT.
017400 1000-INITIALIZE-EXIT.
025900* BELOW THE CARD PREFIX AND READS FORWARD UNTIL THE FIELD-1      *
026000* PREFIX NO LONGER MATCHES, PRINTING EVERY RECORD PASSED -       *
026100* EVERY RECORD-TYPE UNDER THE SAME FIELD-1 INCLUDED.             *
026110* A RECORD SEALED BY COURT ORDER PRINTS ONLY A RECORD RESTRICTED *
026120* LINE FOR THE CARD, ONCE PER CARD, UNLESS THE RUN IS FOR AN     *
026130* AUTHORIZED REGISTRAR (PARM=AUTHREG).                           *
026200******************************************************************
026300 2300-BROWSE-MASTER.
026400     MOVE 'N' TO VR-BROWSE-DONE-SW.
026410     MOVE 'N' TO VR-RESTRICT-SHOWN-SW.
026500     MOVE 'N' TO VR-KEY-FOUND-SW.
026600     MOVE LOW-VALUES TO VRM-KEY.
026700     MOVE VR-CARD-FIELD-1 (1 : VR-PREFIX-LEN)
030300         GO TO 2320-CHECK-BROWSE-RECORD-EXIT
030400     END-IF.
030500     MOVE 'Y' TO VR-KEY-FOUND-SW.
030510     IF VRM-SEALED
030520        AND NOT VR-AUTHORIZED-REGISTRAR
030530         PERFORM 2450-PRINT-RESTRICTED
030540             THRU 2450-PRINT-RESTRICTED-EXIT
030550     ELSE
030600         PERFORM 2400-PRINT-STATEMENT
030700             THRU 2400-PRINT-STATEMENT-EXIT
030710     END-IF.
030800     PERFORM 2310-READ-NEXT-MASTER
030900         THRU 2310-READ-NEXT-MASTER-EXIT.
031000 2320-CHECK-BROWSE-RECORD-EXIT.
032000     ELSE
032100         MOVE 'ACTIVE           ' TO VR-KH-STATUS
032200     END-IF.
032210     IF VRM-SEALED
032220         MOVE 'SEALED - RELEASED' TO VR-KH-STATUS
032230     END-IF.
032300     MOVE VR-KEY-HEADING TO VR-INQUIRY-LINE.
032400     WRITE VR-INQUIRY-LINE.
032500     MOVE 'RUN-DATE   '   TO VR-DT-LABEL.
034400     MOVE SPACES          TO VR-INQUIRY-LINE.
034500     MOVE VR-DATE-DETAIL  TO VR-INQUIRY-LINE.
034600     WRITE VR-INQUIRY-LINE.
034610     IF VRM-SEALED
034620         MOVE 'SEALED ON  '   TO VR-DT-LABEL
034630         MOVE VRM-RESTRICT-DATE TO VR-DT-DATE
034640         MOVE SPACES          TO VR-INQUIRY-LINE
034650         MOVE VR-DATE-DETAIL  TO VR-INQUIRY-LINE
034660         WRITE VR-INQUIRY-LINE
034670     END-IF.
034700     PERFORM 2500-DECODE-ARRAYS
034800         THRU 2500-DECODE-ARRAYS-EXIT.
034900     ADD 1 TO VR-PRINTED-COUNT.
035000 2400-PRINT-STATEMENT-EXIT.
035100     EXIT.
035110*
035115******************************************************************
035120* 2450-PRINT-RESTRICTED STANDS IN FOR THE STATEMENT OF A SEALED  *
035125* RECORD.  ONLY THE CARD KEY IS ECHOED - NOT THE RECORD'S OWN    *
035130* FIELD-1 OR RECORD-TYPE - AND ONLY ONCE FOR THE CARD, SO THE    *
035135* LISTING DOES NOT SAY HOW MANY SEALED RECORDS LIE UNDER IT.     *
035140******************************************************************
035145 2450-PRINT-RESTRICTED.
035150     ADD 1 TO VR-RESTRICTED-COUNT.
035155     IF VR-RESTRICT-SHOWN
035160         GO TO 2450-PRINT-RESTRICTED-EXIT
035165     END-IF.
035170     MOVE 'Y' TO VR-RESTRICT-SHOWN-SW.
035175     MOVE SPACES TO VR-INQUIRY-LINE.
035180     WRITE VR-INQUIRY-LINE.
035185     MOVE VR-CARD-FIELD-1      TO VR-RD-FIELD-1.
035190     MOVE VR-RESTRICTED-DETAIL TO VR-INQUIRY-LINE.
035195     WRITE VR-INQUIRY-LINE.
035197 2450-PRINT-RESTRICTED-EXIT.
035198     EXIT.
035200*
035300******************************************************************
035400* 2500-DECODE-ARRAYS WALKS THE FIXED VRM-ARRAYS IMAGE.  VR600    *
049900     DISPLAY 'VR630 - RECORDS PRINTED   : ' VR-PRINTED-COUNT.
050000     DISPLAY 'VR630 - KEYS NOT FOUND    : ' VR-NOT-FOUND-COUNT.
050100     DISPLAY 'VR630 - CODES NOT ON TABLE: ' VR-UNKNOWN-COUNT.
050110     DISPLAY 'VR630 - SEALED RESTRICTED : ' VR-RESTRICTED-COUNT.
050200     PERFORM 9100-WRITE-RUN-STATS
050300         THRU 9100-WRITE-RUN-STATS-EXIT.
050400 9000-TERMINATE-EXIT.
