      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   03/09/26   RLB   ORIGINAL PROGRAM.                          *
      *   15/10/26   RLB   COURT-ORDER SEALS - EVERY MATCH IS CHECKED *
      *                    AGAINST THE DUP-NAME MASTER (VRMAS01, READ *
      *                    BY KEY) AND A SEALED MATCH PRINTS ONLY A   *
      *                    RECORD RESTRICTED LINE UNLESS              *
      *                    PARM=AUTHREG.                              *
      *                                                               *
      *****************************************************************
000100 IDENTIFICATION DIVISION.
002000                              ORGANIZATION IS SEQUENTIAL.
002100     SELECT VR-STATS-FILE     ASSIGN TO VRSTA01
002200                              ORGANIZATION IS SEQUENTIAL.
002210     SELECT VR-MASTER-FILE    ASSIGN TO VRMAS01
002220                              ORGANIZATION IS INDEXED
002230                              ACCESS MODE IS DYNAMIC
002240                              RECORD KEY IS VRM-KEY
002250                              FILE STATUS IS VR-MASTER-STATUS.
002300*
002400 DATA DIVISION.
002500 FILE SECTION.
004400     RECORDING MODE IS F
004500     LABEL RECORDS ARE STANDARD.
004600     COPY VRSTAT.
004610*
004620 FD  VR-MASTER-FILE
004630     LABEL RECORDS ARE STANDARD.
004640     COPY VRMAST.
004700*
004800 WORKING-STORAGE SECTION.
004900     COPY VRPHWK.
005300         88  VR-CARD-EOF                  VALUE 'Y'.
005400     05  VR-PHON-EOF-SW        PIC X(01)  VALUE 'N'.
005500         88  VR-PHON-EOF                  VALUE 'Y'.
005510     05  VR-AUTHORIZED-SW      PIC X(01)  VALUE 'N'.
005520         88  VR-AUTHORIZED-REGISTRAR      VALUE 'Y'.
005600*
005700 01  VR-COUNTERS.
005800     05  VR-CARD-COUNT         PIC 9(09)  COMP VALUE ZERO.
005900     05  VR-PHON-COUNT         PIC 9(09)  COMP VALUE ZERO.
006000     05  VR-MATCH-COUNT        PIC 9(09)  COMP VALUE ZERO.
006100     05  VR-NOT-FOUND-COUNT    PIC 9(09)  COMP VALUE ZERO.
006110     05  VR-RESTRICTED-COUNT   PIC 9(09)  COMP VALUE ZERO.
006120*
006130 01  VR-FILE-STATUS.
006140     05  VR-MASTER-STATUS      PIC X(02)  VALUE SPACES.
006200*
006300 01  VR-INDEXES.
006400     05  VR-CD-IDX             PIC 9(04)  COMP VALUE ZERO.
007200         10  VR-CD-NAME        PIC X(20).
007300         10  VR-CD-KEY         PIC X(08).
007400         10  VR-CD-FOUND-SW    PIC X(01).
007410         10  VR-CD-RESTRICT-SW PIC X(01).
007500*
007600 01  VR-MATCH-DETAIL.
007700     05  VR-MD-SEARCH-NAME     PIC X(20).
009200     05  VR-NF-SEARCH-NAME     PIC X(20).
009300     05  FILLER                PIC X(26)
009400         VALUE '  NO SOUND-ALIKE MATCHES  '.
009410*
009420 01  VR-RESTRICTED-DETAIL.
009430     05  VR-RD-SEARCH-NAME     PIC X(20).
009440     05  FILLER                PIC X(19)
009450                               VALUE '  RECORD RESTRICTED'.
009460*
009470 LINKAGE SECTION.
009480 01  VR-PARM-AREA.
009482     05  VR-PARM-LEN           PIC S9(04) COMP.
009484     05  VR-PARM-TEXT          PIC X(08).
009500*
009600 PROCEDURE DIVISION USING VR-PARM-AREA.
009700*
009800 0000-MAINLINE.
009900     PERFORM 1000-INITIALIZE
010900*
011000 1000-INITIALIZE.
011100     ACCEPT VR-RUN-DATE FROM DATE YYYYMMDD.
011110     IF VR-PARM-LEN >= 7
011120        AND VR-PARM-TEXT (1:7) = 'AUTHREG'
011130         MOVE 'Y' TO VR-AUTHORIZED-SW
011140         DISPLAY 'VR680 - AUTHORIZED REGISTRAR RUN - SEALED '
011150                 'RECORDS PRINT IN FULL'
011160     END-IF.
011200     OPEN INPUT  VR-CARD-FILE
011300          INPUT  VR-PHONETIC-FILE
011400          OUTPUT VR-LOOKUP-RPT.
011410     OPEN INPUT VR-MASTER-FILE.
011420     IF VR-MASTER-STATUS NOT = '00'
011430         DISPLAY 'VR680 - MASTER OPEN FAILED - STATUS '
011440                 VR-MASTER-STATUS
011450         MOVE 8 TO RETURN-CODE
011460         STOP RUN
011470     END-IF.
011500     MOVE SPACES TO VR-LOOKUP-LINE.
011600     MOVE 'VR680 - PHONETIC NAME-KEY LOOKUP'
011700         TO VR-LOOKUP-LINE.
016000     MOVE VR-CARD-NAME TO VR-CD-NAME (VR-CD-USED).
016100     MOVE VR-PH-KEY    TO VR-CD-KEY (VR-CD-USED).
016200     MOVE 'N'          TO VR-CD-FOUND-SW (VR-CD-USED).
016210     MOVE 'N'          TO VR-CD-RESTRICT-SW (VR-CD-USED).
016300 1120-TABLE-CARD-WRAP-UP.
016400     PERFORM 1110-READ-CARD
016500         THRU 1110-READ-CARD-EXIT.
018500 2100-READ-SEARCH-FILE-EXIT.
018600     EXIT.
018700*
018710******************************************************************
018720* 2200-MATCH-CARD PRINTS A SOUND-ALIKE MATCH.  VR670 DOES NOT    *
018730* INDEX SEALED RECORDS, BUT A SEAL APPLIED SINCE THE SEARCH FILE *
018740* WAS LAST BUILT IS STILL ON IT, SO EVERY MATCH IS CHECKED       *
018750* AGAINST THE MASTER.  A SEALED MATCH PRINTS ONLY A RECORD       *
018760* RESTRICTED LINE, ONCE PER CARD, UNLESS PARM=AUTHREG.           *
018770******************************************************************
018800 2200-MATCH-CARD.
018900     IF VR-CD-KEY (VR-CD-IDX) NOT = VRPH-PHONETIC-KEY
019000         GO TO 2200-MATCH-CARD-EXIT
019100     END-IF.
019200     MOVE 'Y' TO VR-CD-FOUND-SW (VR-CD-IDX).
019210     MOVE VRPH-FIELD-1     TO VRM-FIELD-1.
019220     MOVE VRPH-RECORD-TYPE TO VRM-RECORD-TYPE.
019230     READ VR-MASTER-FILE
019240         INVALID KEY
019250             MOVE SPACE TO VRM-RESTRICT-FLAG
019260     END-READ.
019270     IF VRM-SEALED
019275        AND NOT VR-AUTHORIZED-REGISTRAR
019280         PERFORM 2300-PRINT-RESTRICTED
019285             THRU 2300-PRINT-RESTRICTED-EXIT
019290         GO TO 2200-MATCH-CARD-EXIT
019295     END-IF.
019300     MOVE VR-CD-NAME (VR-CD-IDX) TO VR-MD-SEARCH-NAME.
019400     MOVE VRPH-FIELD-1     TO VR-MD-FIELD-1.
019500     MOVE VRPH-RECORD-TYPE TO VR-MD-RECORD-TYPE.
020300     ADD 1 TO VR-MATCH-COUNT.
020400 2200-MATCH-CARD-EXIT.
020500     EXIT.
020510*
020520 2300-PRINT-RESTRICTED.
020530     ADD 1 TO VR-RESTRICTED-COUNT.
020540     IF VR-CD-RESTRICT-SW (VR-CD-IDX) = 'Y'
020550         GO TO 2300-PRINT-RESTRICTED-EXIT
020560     END-IF.
020570     MOVE 'Y' TO VR-CD-RESTRICT-SW (VR-CD-IDX).
020575     MOVE VR-CD-NAME (VR-CD-IDX) TO VR-RD-SEARCH-NAME.
020580     MOVE SPACES               TO VR-LOOKUP-LINE.
020585     MOVE VR-RESTRICTED-DETAIL TO VR-LOOKUP-LINE.
020590     WRITE VR-LOOKUP-LINE.
020592 2300-PRINT-RESTRICTED-EXIT.
020594     EXIT.
020600*
020700******************************************************************
020800* 6000-ENCODE-NAME AND ITS SUBORDINATES ARE THE SAME SOUND-      *
030300*
030400 9000-TERMINATE.
030500     CLOSE VR-PHONETIC-FILE
030600           VR-LOOKUP-RPT
030610           VR-MASTER-FILE.
030700     DISPLAY 'VR680 - PHONETIC LOOKUP COMPLETE'.
030800     DISPLAY 'VR680 - CARDS READ        : ' VR-CARD-COUNT.
030900     DISPLAY 'VR680 - SEARCH FILE READ  : ' VR-PHON-COUNT.
031000     DISPLAY 'VR680 - MATCHES PRINTED   : ' VR-MATCH-COUNT.
031100     DISPLAY 'VR680 - NAMES NOT MATCHED : ' VR-NOT-FOUND-COUNT.
031110     DISPLAY 'VR680 - SEALED RESTRICTED : ' VR-RESTRICTED-COUNT.
031200     PERFORM 9100-WRITE-RUN-STATS
031300         THRU 9100-WRITE-RUN-STATS-EXIT.
031400 9000-TERMINATE-EXIT.
