      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   22/08/26   RLB   ORIGINAL PROGRAM.                          *
      *   15/10/26   RLB   WRITES A VRQUAL DATA-QUALITY EVENT FOR     *
      *                    EVERY CODE NOT ON THE TABLE TO VRQEX01,    *
      *                    FOR VR450 TO ATTRIBUTE TO AN OFFICE AND    *
      *                    APPEND TO THE EVENT LOG READ BY THE VR720  *
      *                    OFFICE SCORECARD.                          *
      *                                                               *
      *****************************************************************
000100 IDENTIFICATION DIVISION.
002000                              ORGANIZATION IS SEQUENTIAL.
002010     SELECT VR-STATS-FILE     ASSIGN TO VRSTA01
002020                              ORGANIZATION IS SEQUENTIAL.
002030     SELECT VR-QUALITY-FILE   ASSIGN TO VRQEX01
002040                              ORGANIZATION IS SEQUENTIAL.
002100*
002200 DATA DIVISION.
002300 FILE SECTION.
003830     RECORDING MODE IS F
003840     LABEL RECORDS ARE STANDARD.
003850     COPY VRSTAT.
003860*
003870 FD  VR-QUALITY-FILE
003880     RECORDING MODE IS F
003890     LABEL RECORDS ARE STANDARD.
003895     COPY VRQUAL.
003900*
004000 WORKING-STORAGE SECTION.
004100 01  VR-SWITCHES.
012000     ACCEPT VR-REPORT-DATE FROM DATE YYYYMMDD.
012100     OPEN INPUT  VR-INPUT-FILE
012200          INPUT  VR-CODE-FILE
012300          OUTPUT VR-DECODE-RPT
012310          OUTPUT VR-QUALITY-FILE.
012400     PERFORM 1100-LOAD-CODE-TABLE
012500         THRU 1100-LOAD-CODE-TABLE-EXIT.
012600     MOVE SPACES TO VR-DECODE-LINE.
031000     ELSE
031100         MOVE '** CODE NOT ON TABLE **' TO VR-LU-DESC
031200         ADD 1 TO VR-UNKNOWN-COUNT
031210         PERFORM 2620-LOG-UNKNOWN-CODE
031220             THRU 2620-LOG-UNKNOWN-CODE-EXIT
031300     END-IF.
031400     MOVE VR-LU-LABEL TO VR-OD-LABEL.
031500     MOVE VR-LU-CODE  TO VR-OD-CODE.
033900 2610-SCAN-CODE-TABLE-EXIT.
034000     EXIT.
034100*
034105******************************************************************
034110* 2620-LOG-UNKNOWN-CODE WRITES A DATA-QUALITY EVENT FOR A CODE   *
034115* NOT ON THE TABLE.  THIS PROGRAM CANNOT SEE WHICH OFFICE SENT   *
034120* THE RECORD, SO THE OFFICE IS LEFT BLANK - VR450 ATTRIBUTES     *
034125* THE EVENT BY KEY BEFORE IT IS APPENDED TO THE EVENT LOG.       *
034130******************************************************************
034135 2620-LOG-UNKNOWN-CODE.
034140     MOVE SPACES                     TO VR-QUALITY-RECORD.
034145     MOVE VR-REPORT-DATE             TO VRQL-EVENT-DATE.
034150     MOVE 'UC'                       TO VRQL-CATEGORY.
034155     MOVE 'VR410'                    TO VRQL-PROGRAM-ID.
034160     MOVE RECORD-TYPE OF DUP-NAME-1  TO VRQL-RECORD-TYPE.
034165     MOVE FIELD-1     OF DUP-NAME-1  TO VRQL-FIELD-1.
034170     MOVE RUN-DATE    OF DUP-NAME-1  TO VRQL-RUN-DATE.
034175     MOVE VR-LU-LABEL                TO VRQL-DETAIL (1:9).
034180     MOVE VR-LU-CODE                 TO VRQL-DETAIL (11:3).
034185     WRITE VR-QUALITY-RECORD.
034190 2620-LOG-UNKNOWN-CODE-EXIT.
034195     EXIT.
034198*
034200 9000-TERMINATE.
034300     CLOSE VR-INPUT-FILE
034400           VR-DECODE-RPT
034410           VR-QUALITY-FILE.
034500     DISPLAY 'VR410 - CODE DECODE LISTING COMPLETE'.
034600     DISPLAY 'VR410 - RECORDS READ      : ' VR-INPUT-COUNT.
034700     DISPLAY 'VR410 - CODES ON TABLE    : ' VR-CODE-COUNT.
