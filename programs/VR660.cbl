      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   03/09/26   RLB   ORIGINAL PROGRAM.                          *
      *   15/10/26   RLB   COURT-ORDER SEALS - THE SEAL AUDIT LOG     *
      *                    (VRSLG01) IS READ FOR THE LAST APPLIED     *
      *                    SEAL OR UNSEAL OF EVERY KEY UNDER A SEARCH *
      *                    CARD, AND A SEALED ARCHIVED RECORD PRINTS  *
      *                    ONLY A RECORD RESTRICTED LINE UNLESS       *
      *                    PARM=AUTHREG. THE ARCHIVE IS NOW READ AS   *
      *                    THE 364-BYTE IMAGE VR650 WRITES.           *
      *                                                               *
      *****************************************************************
000100 IDENTIFICATION DIVISION.
002000                              ORGANIZATION IS SEQUENTIAL.
002100     SELECT VR-STATS-FILE     ASSIGN TO VRSTA01
002200                              ORGANIZATION IS SEQUENTIAL.
002210     SELECT VR-SEAL-LOG-FILE  ASSIGN TO VRSLG01
002220                              ORGANIZATION IS SEQUENTIAL.
002300*
002400 DATA DIVISION.
002500 FILE SECTION.
003300 FD  VR-ARCHIVE-FILE
003400     RECORDING MODE IS F
003500     LABEL RECORDS ARE STANDARD.
003600 01  VR-ARCHIVE-RECORD         PIC X(364).
003700*
003800 FD  VR-RETRIEVE-RPT
003900     RECORDING MODE IS F
004400     RECORDING MODE IS F
004500     LABEL RECORDS ARE STANDARD.
004600     COPY VRSTAT.
004610*
004620 FD  VR-SEAL-LOG-FILE
004630     RECORDING MODE IS F
004640     LABEL RECORDS ARE STANDARD.
004650     COPY VRSLOG.
004700*
004800 WORKING-STORAGE SECTION.
004900 01  VR-SWITCHES.
005100         88  VR-CARD-EOF                  VALUE 'Y'.
005200     05  VR-ARCHIVE-EOF-SW     PIC X(01)  VALUE 'N'.
005300         88  VR-ARCHIVE-EOF               VALUE 'Y'.
005310     05  VR-SEAL-LOG-EOF-SW    PIC X(01)  VALUE 'N'.
005320         88  VR-SEAL-LOG-EOF              VALUE 'Y'.
005330     05  VR-AUTHORIZED-SW      PIC X(01)  VALUE 'N'.
005340         88  VR-AUTHORIZED-REGISTRAR      VALUE 'Y'.
005350     05  VR-KEY-SEALED-SW      PIC X(01)  VALUE 'N'.
005360         88  VR-KEY-SEALED                VALUE 'Y'.
005400*
005500 01  VR-COUNTERS.
005600     05  VR-CARD-COUNT         PIC 9(09)  COMP VALUE ZERO.
005700     05  VR-ARCHIVE-COUNT      PIC 9(09)  COMP VALUE ZERO.
005800     05  VR-PRINTED-COUNT      PIC 9(09)  COMP VALUE ZERO.
005900     05  VR-NOT-FOUND-COUNT    PIC 9(09)  COMP VALUE ZERO.
005910     05  VR-SEAL-LOG-COUNT     PIC 9(09)  COMP VALUE ZERO.
005920     05  VR-RESTRICTED-COUNT   PIC 9(09)  COMP VALUE ZERO.
006000*
006100 01  VR-INDEXES.
006200     05  VR-CD-IDX             PIC 9(04)  COMP VALUE ZERO.
006300     05  VR-CHAR-IDX           PIC 9(02)  COMP VALUE ZERO.
006400     05  VR-PREFIX-LEN         PIC 9(02)  COMP VALUE ZERO.
006410     05  VR-SK-IDX             PIC 9(04)  COMP VALUE ZERO.
006420     05  VR-SK-HIT             PIC 9(04)  COMP VALUE ZERO.
006500*
006600 01  VR-RUN-DATE               PIC 9(08)  VALUE ZERO.
006700*
007200         10  VR-CD-FIELD-1     PIC X(20).
007300         10  VR-CD-PREFIX-LEN  PIC 9(02)  COMP.
007400         10  VR-CD-FOUND-SW    PIC X(01).
007410         10  VR-CD-RESTRICT-SW PIC X(01).
007420*
007430******************************************************************
007440* VR-SEAL-TABLE HOLDS THE LAST APPLIED SEAL OR UNSEAL FROM THE   *
007450* VRSLOG AUDIT LOG FOR EVERY KEY UNDER A SEARCH CARD.  ARCHIVED  *
007460* IMAGES DO NOT CARRY THE RESTRICTION GROUP, SO THE LOG DECIDES. *
007470******************************************************************
007480 01  VR-SEAL-TABLE.
007482     05  VR-SK-USED            PIC 9(04)  COMP VALUE ZERO.
007484     05  VR-SK-MAX             PIC 9(04)  COMP VALUE 500.
007486     05  VR-SK-ENTRY OCCURS 500 TIMES.
007488         10  VR-SK-KEY         PIC X(21).
007490         10  VR-SK-FLAG        PIC X(01).
007492*
007494     COPY VRMAST.
007500*
007600 01  VR-MATCH-HEADING.
007700     05  FILLER                PIC X(07)  VALUE 'SEARCH '.
010000     05  VR-NF-FIELD-1         PIC X(20).
010100     05  FILLER                PIC X(25)
010200         VALUE '  NOT FOUND ON ARCHIVE   '.
010210*
010220 01  VR-RESTRICTED-DETAIL.
010230     05  FILLER                PIC X(07)  VALUE 'SEARCH '.
010240     05  VR-RD-FIELD-1         PIC X(20).
010250     05  FILLER                PIC X(19)
010260                               VALUE '  RECORD RESTRICTED'.
010270*
010280 LINKAGE SECTION.
010290 01  VR-PARM-AREA.
010292     05  VR-PARM-LEN           PIC S9(04) COMP.
010294     05  VR-PARM-TEXT          PIC X(08).
010300*
010400 PROCEDURE DIVISION USING VR-PARM-AREA.
010500*
010600 0000-MAINLINE.
010700     PERFORM 1000-INITIALIZE
011700*
011800 1000-INITIALIZE.
011900     ACCEPT VR-RUN-DATE FROM DATE YYYYMMDD.
011910     IF VR-PARM-LEN >= 7
011920        AND VR-PARM-TEXT (1:7) = 'AUTHREG'
011930         MOVE 'Y' TO VR-AUTHORIZED-SW
011940         DISPLAY 'VR660 - AUTHORIZED REGISTRAR RUN - SEALED '
011950                 'RECORDS PRINT IN FULL'
011960     END-IF.
012000     OPEN INPUT  VR-CARD-FILE
012100          INPUT  VR-ARCHIVE-FILE
012200          OUTPUT VR-RETRIEVE-RPT.
012400     MOVE 'VR660 - ARCHIVED DUP-NAME RECORD RETRIEVAL'
012500         TO VR-RETRIEVE-LINE.
012600     WRITE VR-RETRIEVE-LINE.
012610     IF VR-AUTHORIZED-REGISTRAR
012620         MOVE SPACES TO VR-RETRIEVE-LINE
012630         MOVE 'AUTHORIZED REGISTRAR RUN - SEALED RECORDS PRINTED'
012640             TO VR-RETRIEVE-LINE
012650         WRITE VR-RETRIEVE-LINE
012660     END-IF.
012700     PERFORM 1100-LOAD-CARDS
012800         THRU 1100-LOAD-CARDS-EXIT.
012810     PERFORM 1200-LOAD-SEALS
012820         THRU 1200-LOAD-SEALS-EXIT.
012900     PERFORM 2100-READ-ARCHIVE
013000         THRU 2100-READ-ARCHIVE-EXIT.
013100 1000-INITIALIZE-EXIT.
016700     MOVE VR-CARD-FIELD-1 TO VR-CD-FIELD-1 (VR-CD-USED).
016800     MOVE VR-PREFIX-LEN   TO VR-CD-PREFIX-LEN (VR-CD-USED).
016900     MOVE 'N'             TO VR-CD-FOUND-SW (VR-CD-USED).
016910     MOVE 'N'             TO VR-CD-RESTRICT-SW (VR-CD-USED).
017000 1120-TABLE-CARD-WRAP-UP.
017100     PERFORM 1110-READ-CARD
017200         THRU 1110-READ-CARD-EXIT.
019300     END-IF.
019400 1140-CHECK-PREFIX-CHAR-EXIT.
019500     EXIT.
019510*
019512******************************************************************
019514* 1200-LOAD-SEALS READS THE SEAL AUDIT LOG FRONT TO BACK.  THE   *
019516* LOG IS APPENDED IN RUN ORDER, SO THE LAST APPLIED ENTRY FOR A  *
019518* KEY IS ITS CURRENT STATE.  ONLY KEYS UNDER A SEARCH CARD ARE   *
019520* KEPT.  A FULL TABLE IS A RUN ERROR - A SEAL THAT COULD NOT BE  *
019522* TABLED MUST NOT LET A SEALED RECORD PRINT.                     *
019524******************************************************************
019526 1200-LOAD-SEALS.
019528     OPEN INPUT VR-SEAL-LOG-FILE.
019530     PERFORM 1210-READ-SEAL-LOG
019532         THRU 1210-READ-SEAL-LOG-EXIT.
019534     PERFORM 1220-TABLE-SEAL
019536         THRU 1220-TABLE-SEAL-EXIT
019538         UNTIL VR-SEAL-LOG-EOF.
019540     CLOSE VR-SEAL-LOG-FILE.
019542 1200-LOAD-SEALS-EXIT.
019544     EXIT.
019546*
019548 1210-READ-SEAL-LOG.
019550     READ VR-SEAL-LOG-FILE
019552         AT END
019554             MOVE 'Y' TO VR-SEAL-LOG-EOF-SW
019556     END-READ.
019558 1210-READ-SEAL-LOG-EXIT.
019560     EXIT.
019562*
019564 1220-TABLE-SEAL.
019566     ADD 1 TO VR-SEAL-LOG-COUNT.
019568     IF NOT VRSL-APPLIED
019570         GO TO 1220-TABLE-SEAL-WRAP-UP
019572     END-IF.
019574     MOVE 'N' TO VR-KEY-SEALED-SW.
019576     PERFORM 1230-CHECK-SEAL-CARD
019578         THRU 1230-CHECK-SEAL-CARD-EXIT
019580         VARYING VR-CD-IDX FROM 1 BY 1
019582         UNTIL VR-CD-IDX > VR-CD-USED
019584            OR VR-KEY-SEALED.
019586     IF NOT VR-KEY-SEALED
019588         GO TO 1220-TABLE-SEAL-WRAP-UP
019590     END-IF.
019592     MOVE VRSL-KEY TO VRM-KEY.
019594     PERFORM 2500-FIND-SEAL
019596         THRU 2500-FIND-SEAL-EXIT.
019598     IF VR-SK-HIT = ZERO
019600         IF VR-SK-USED >= VR-SK-MAX
019602             DISPLAY 'VR660 - SEAL TABLE FULL AT KEY ' VRSL-KEY
019604                     ' - RUN ENDED'
019606             MOVE 8 TO RETURN-CODE
019608             STOP RUN
019610         END-IF
019612         ADD 1 TO VR-SK-USED
019614         MOVE VR-SK-USED TO VR-SK-HIT
019616         MOVE VRSL-KEY TO VR-SK-KEY (VR-SK-HIT)
019618     END-IF.
019620     MOVE VRSL-NEW-FLAG TO VR-SK-FLAG (VR-SK-HIT).
019622 1220-TABLE-SEAL-WRAP-UP.
019624     PERFORM 1210-READ-SEAL-LOG
019626         THRU 1210-READ-SEAL-LOG-EXIT.
019628 1220-TABLE-SEAL-EXIT.
019630     EXIT.
019632*
019634 1230-CHECK-SEAL-CARD.
019636     MOVE VR-CD-PREFIX-LEN (VR-CD-IDX) TO VR-PREFIX-LEN.
019638     IF VRSL-FIELD-1 (1 : VR-PREFIX-LEN) =
019640            VR-CD-FIELD-1 (VR-CD-IDX) (1 : VR-PREFIX-LEN)
019642         MOVE 'Y' TO VR-KEY-SEALED-SW
019644     END-IF.
019646 1230-CHECK-SEAL-CARD-EXIT.
019648     EXIT.
019650*
019700 2000-SCAN-ARCHIVE-RECORD.
019800     ADD 1 TO VR-ARCHIVE-COUNT.
019900     PERFORM 2200-MATCH-CARD
020600     EXIT.
020700*
020800 2100-READ-ARCHIVE.
020900     READ VR-ARCHIVE-FILE INTO VR-MASTER-RECORD
021000         AT END
021100             MOVE 'Y' TO VR-ARCHIVE-EOF-SW
021110         NOT AT END
021120             MOVE SPACE TO VRM-RESTRICT-FLAG
021130             MOVE ZERO  TO VRM-RESTRICT-DATE
021200     END-READ.
021300 2100-READ-ARCHIVE-EXIT.
021400     EXIT.
022000         GO TO 2200-MATCH-CARD-EXIT
022100     END-IF.
022200     MOVE 'Y' TO VR-CD-FOUND-SW (VR-CD-IDX).
022210     PERFORM 2500-FIND-SEAL
022220         THRU 2500-FIND-SEAL-EXIT.
022230     IF VR-SK-HIT NOT = ZERO
022240         MOVE VR-SK-FLAG (VR-SK-HIT) TO VRM-RESTRICT-FLAG
022250     END-IF.
022260     IF VRM-SEALED
022270        AND NOT VR-AUTHORIZED-REGISTRAR
022280         PERFORM 2400-PRINT-RESTRICTED
022290             THRU 2400-PRINT-RESTRICTED-EXIT
022295         GO TO 2200-MATCH-CARD-EXIT
022297     END-IF.
022300     PERFORM 2300-PRINT-STATEMENT
022400         THRU 2300-PRINT-STATEMENT-EXIT.
022500 2200-MATCH-CARD-EXIT.
023600     ELSE
023700         MOVE 'ACTIVE           ' TO VR-MH-STATUS
023800     END-IF.
023810     IF VRM-SEALED
023820         MOVE 'SEALED - RELEASED' TO VR-MH-STATUS
023830     END-IF.
023900     MOVE VR-MATCH-HEADING TO VR-RETRIEVE-LINE.
024000     WRITE VR-RETRIEVE-LINE.
024100     MOVE 'RUN-DATE   '   TO VR-DT-LABEL.
026300     ADD 1 TO VR-PRINTED-COUNT.
026400 2300-PRINT-STATEMENT-EXIT.
026500     EXIT.
026510*
026515******************************************************************
026520* 2400-PRINT-RESTRICTED STANDS IN FOR THE STATEMENT OF A SEALED  *
026525* ARCHIVED RECORD - THE CARD KEY AND RECORD RESTRICTED, ONCE PER *
026530* CARD, THE SAME AS THE VR630 MASTER INQUIRY.                    *
026535******************************************************************
026540 2400-PRINT-RESTRICTED.
026545     ADD 1 TO VR-RESTRICTED-COUNT.
026550     IF VR-CD-RESTRICT-SW (VR-CD-IDX) = 'Y'
026555         GO TO 2400-PRINT-RESTRICTED-EXIT
026560     END-IF.
026565     MOVE 'Y' TO VR-CD-RESTRICT-SW (VR-CD-IDX).
026570     MOVE SPACES TO VR-RETRIEVE-LINE.
026575     WRITE VR-RETRIEVE-LINE.
026580     MOVE VR-CD-FIELD-1 (VR-CD-IDX) TO VR-RD-FIELD-1.
026585     MOVE VR-RESTRICTED-DETAIL TO VR-RETRIEVE-LINE.
026590     WRITE VR-RETRIEVE-LINE.
026592 2400-PRINT-RESTRICTED-EXIT.
026594     EXIT.
026596*
026600 2500-FIND-SEAL.
026610     MOVE ZERO TO VR-SK-HIT.
026620     PERFORM 2510-CHECK-SEAL-ENTRY
026630         THRU 2510-CHECK-SEAL-ENTRY-EXIT
026640         VARYING VR-SK-IDX FROM 1 BY 1
026650         UNTIL VR-SK-IDX > VR-SK-USED
026660            OR VR-SK-HIT NOT = ZERO.
026670 2500-FIND-SEAL-EXIT.
026680     EXIT.
026690*
026692 2510-CHECK-SEAL-ENTRY.
026694     IF VR-SK-KEY (VR-SK-IDX) = VRM-KEY
026696         MOVE VR-SK-IDX TO VR-SK-HIT
026697     END-IF.
026698 2510-CHECK-SEAL-ENTRY-EXIT.
026699     EXIT.
026700*
026710 8000-REPORT-NOT-FOUND.
026800     PERFORM 8100-CHECK-ONE-CARD
026900         THRU 8100-CHECK-ONE-CARD-EXIT
027000         VARYING VR-CD-IDX FROM 1 BY 1
029200     DISPLAY 'VR660 - ARCHIVE READ      : ' VR-ARCHIVE-COUNT.
029300     DISPLAY 'VR660 - RECORDS PRINTED   : ' VR-PRINTED-COUNT.
029400     DISPLAY 'VR660 - KEYS NOT FOUND    : ' VR-NOT-FOUND-COUNT.
029410     DISPLAY 'VR660 - SEAL LOG READ     : ' VR-SEAL-LOG-COUNT.
029420     DISPLAY 'VR660 - SEALED RESTRICTED : ' VR-RESTRICTED-COUNT.
029500     PERFORM 9100-WRITE-RUN-STATS
029600         THRU 9100-WRITE-RUN-STATS-EXIT.
029700 9000-TERMINATE-EXIT.
