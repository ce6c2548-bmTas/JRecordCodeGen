      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   03/09/26   RLB   ORIGINAL PROGRAM.                          *
      *   15/10/26   RLB   A RECORD SEALED BY COURT ORDER (VR605) IS  *
      *                    NOT INDEXED - A SEALED KEY MUST NOT        *
      *                    SURFACE AS A SEARCH CANDIDATE. THE COUNT   *
      *                    BYPASSED IS POSTED AS VRSTAT RESULT-3.     *
      *   15/10/26   RLB   THE ENCODE PARAGRAPHS ARE NOW ALSO CARRIED *
      *                    BY VR612 FOR THE FIELD-1 REKEY - COMMENT   *
      *                    UPDATED.                                   *
      *                                                               *
      *****************************************************************
000100 IDENTIFICATION DIVISION.
004900     05  VR-READ-COUNT         PIC 9(09)  COMP VALUE ZERO.
005000     05  VR-INDEXED-COUNT      PIC 9(09)  COMP VALUE ZERO.
005100     05  VR-DELETED-COUNT      PIC 9(09)  COMP VALUE ZERO.
005110     05  VR-SEALED-COUNT       PIC 9(09)  COMP VALUE ZERO.
005200*
005300 01  VR-FILE-STATUS.
005400     05  VR-MASTER-STATUS      PIC X(02)  VALUE SPACES.
009200     IF VRM-LOGICALLY-DELETED
009300         ADD 1 TO VR-DELETED-COUNT
009400     ELSE
009410         IF VRM-SEALED
009420             ADD 1 TO VR-SEALED-COUNT
009430         ELSE
009500             PERFORM 2300-WRITE-SEARCH-RECORD
009600                 THRU 2300-WRITE-SEARCH-RECORD-EXIT
009610         END-IF
009700     END-IF.
009800     PERFORM 2100-READ-NEXT-MASTER
009900         THRU 2100-READ-NEXT-MASTER-EXIT.
013100* 6000-ENCODE-NAME BUILDS THE SOUND-ALIKE KEY FROM VR-PH-NAME -  *
013200* THE FIRST LETTER, THEN THE CONSONANT CLASS DIGITS OF THE       *
013300* VRPHWK TABLE WITH VOWELS AND REPEATED CLASSES DROPPED, PADDED  *
013400* RIGHT WITH ZEROS TO EIGHT BYTES.  VR680 AND VR612 CARRY THE    *
013500* SAME PARAGRAPHS - THE ENCODINGS MUST STAY IDENTICAL.           *
013600******************************************************************
013700 6000-ENCODE-NAME.
013800     MOVE SPACES TO VR-PH-KEY.
021200     DISPLAY 'VR670 - MASTER RECORDS READ: ' VR-READ-COUNT.
021300     DISPLAY 'VR670 - RECORDS INDEXED   : ' VR-INDEXED-COUNT.
021400     DISPLAY 'VR670 - DELETED BYPASSED  : ' VR-DELETED-COUNT.
021410     DISPLAY 'VR670 - SEALED BYPASSED   : ' VR-SEALED-COUNT.
021500     PERFORM 9100-WRITE-RUN-STATS
021600         THRU 9100-WRITE-RUN-STATS-EXIT.
021700 9000-TERMINATE-EXIT.
022800     MOVE VR-READ-COUNT      TO VRST-INPUT-COUNT.
022900     MOVE VR-INDEXED-COUNT   TO VRST-RESULT-COUNT-1.
023000     MOVE VR-DELETED-COUNT   TO VRST-RESULT-COUNT-2.
023100     MOVE VR-SEALED-COUNT    TO VRST-RESULT-COUNT-3.
023200     MOVE SPACES             TO VRST-OFFICE-ID.
023300     WRITE VR-STAT-RECORD.
023400     CLOSE VR-STATS-FILE.
