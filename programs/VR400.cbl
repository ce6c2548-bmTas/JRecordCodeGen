      *   22/08/26   RLB   WRITE A VRSTAT RUN-STATISTICS RECORD TO    *
      *                    THE SHARED HISTORY FILE AT END OF JOB FOR  *
      *                    THE VR700 TREND REPORT.                    *
      *   15/10/26   RLB   A RECORD-TYPE '1' RECORD SEALED BY COURT   *
      *                    ORDER ON THE DUP-NAME MASTER (VRMAS01,     *
      *                    READ BY KEY) IS WITHHELD - NO DETAIL       *
      *                    RECORDS ARE WRITTEN FOR IT. THE COUNT      *
      *                    WITHHELD IS POSTED AS VRSTAT RESULT-2.     *
      *                                                               *
      *****************************************************************
000100 IDENTIFICATION DIVISION.
001800                              ORGANIZATION IS SEQUENTIAL.
001810     SELECT VR-STATS-FILE     ASSIGN TO VRSTA01
001820                              ORGANIZATION IS SEQUENTIAL.
001830     SELECT VR-MASTER-FILE    ASSIGN TO VRMAS01
001840                              ORGANIZATION IS INDEXED
001850                              ACCESS MODE IS DYNAMIC
001860                              RECORD KEY IS VRM-KEY
001870                              FILE STATUS IS VR-MASTER-STATUS.
001900*
002000 DATA DIVISION.
002100 FILE SECTION.
003130     RECORDING MODE IS F
003140     LABEL RECORDS ARE STANDARD.
003150     COPY VRSTAT.
003160*
003170 FD  VR-MASTER-FILE
003180     LABEL RECORDS ARE STANDARD.
003190     COPY VRMAST.
003200*
003300 WORKING-STORAGE SECTION.
003400 01  VR-SWITCHES.
003800 01  VR-COUNTERS.
003900     05  VR-INPUT-COUNT        PIC 9(09)  COMP VALUE ZERO.
004000     05  VR-DETAIL-COUNT       PIC 9(09)  COMP VALUE ZERO.
004010     05  VR-WITHHELD-COUNT     PIC 9(09)  COMP VALUE ZERO.
004020*
004030 01  VR-FILE-STATUS.
004040     05  VR-MASTER-STATUS      PIC X(02)  VALUE SPACES.
004100*
004200 01  VR-INDEXES.
004300     05  VR-OUTER-IDX          PIC 9(02)  COMP VALUE ZERO.
006100 1000-INITIALIZE.
006200     OPEN INPUT  VR-INPUT-FILE
006300          OUTPUT VR-FLAT-FILE.
006310     OPEN INPUT VR-MASTER-FILE.
006320     IF VR-MASTER-STATUS NOT = '00'
006330         DISPLAY 'VR400 - MASTER OPEN FAILED - STATUS '
006340                 VR-MASTER-STATUS
006350         MOVE 8 TO RETURN-CODE
006360         STOP RUN
006370     END-IF.
006400     PERFORM 1100-WRITE-HEADER
006500         THRU 1100-WRITE-HEADER-EXIT.
006600     PERFORM 2100-READ-INPUT
009500******************************************************************
009600* 2200-FLATTEN-RECORD DISPATCHES ON RECORD-TYPE.  ONLY RECORD-   *
009700* TYPE '1' CARRIES THE ARRAYS GROUP - TYPES '2' AND '3' PRODUCE  *
009800* NO DETAIL RECORDS.  A RECORD SEALED BY COURT ORDER ON THE      *
009810* MASTER IS WITHHELD FROM THE PARTNERS AND PRODUCES NONE EITHER. *
009900******************************************************************
010000 2200-FLATTEN-RECORD.
010010     IF RECORD-TYPE OF DUP-NAME-1 NOT = '1'
010020         GO TO 2200-FLATTEN-RECORD-EXIT
010030     END-IF.
010040     MOVE FIELD-1     OF DUP-NAME-1  TO VRM-FIELD-1.
010050     MOVE RECORD-TYPE OF DUP-NAME-1  TO VRM-RECORD-TYPE.
010060     READ VR-MASTER-FILE
010070         INVALID KEY
010080             MOVE SPACE TO VRM-RESTRICT-FLAG
010090     END-READ.
010092     IF VRM-SEALED
010094         ADD 1 TO VR-WITHHELD-COUNT
010096         GO TO 2200-FLATTEN-RECORD-EXIT
010098     END-IF.
010100     IF RECORD-TYPE OF DUP-NAME-1 = '1'
010200         PERFORM 2210-FLATTEN-ARRAY-111
010300             THRU 2210-FLATTEN-ARRAY-111-EXIT
019000     MOVE VR-DETAIL-COUNT  TO VRF-T-DETAIL-COUNT.
019100     WRITE VR-FLAT-TRAILER.
019200     CLOSE VR-INPUT-FILE
019300           VR-FLAT-FILE
019310           VR-MASTER-FILE.
019400     DISPLAY 'VR400 - FLATTENING EXTRACT COMPLETE'.
019500     DISPLAY 'VR400 - RECORDS READ      : ' VR-INPUT-COUNT.
019600     DISPLAY 'VR400 - DETAIL RECS WRITE : ' VR-DETAIL-COUNT.
019605     DISPLAY 'VR400 - SEALED WITHHELD   : ' VR-WITHHELD-COUNT.
019610     PERFORM 9100-WRITE-RUN-STATS
019620         THRU 9100-WRITE-RUN-STATS-EXIT.
019700 9000-TERMINATE-EXIT.
019965     ACCEPT VRST-RUN-DATE FROM DATE YYYYMMDD.
019970     MOVE VR-INPUT-COUNT     TO VRST-INPUT-COUNT.
019975     MOVE VR-DETAIL-COUNT    TO VRST-RESULT-COUNT-1.
019980     MOVE VR-WITHHELD-COUNT  TO VRST-RESULT-COUNT-2.
019985     MOVE ZERO               TO VRST-RESULT-COUNT-3.
019988     MOVE SPACES             TO VRST-OFFICE-ID.
019990     WRITE VR-STAT-RECORD.
