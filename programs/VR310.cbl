      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   03/09/26   RLB   ORIGINAL PROGRAM.                          *
      *   15/10/26   RLB   DEATH-NOTIFICATION FEED - EVERY CONFIRMED  *
      *                    PAIR MERGED ONTO A BIRTH RECORD ALSO       *
      *                    APPENDS A CLERK-CONFIRMED VRDNOT NOTICE,   *
      *                    WITH THE CLERK ID, TO THE PENDING          *
      *                    NOTIFICATION FILE (VRDNP01) FOR VR625.     *
      *   15/10/26   RLB   NO DEATH NOTICE IS RAISED FOR A BIRTH      *
      *                    RECORD SEALED BY COURT ORDER ON THE MASTER *
      *                    (VRMAS01) - THE MERGE ITSELF STILL         *
      *                    APPLIES.                                   *
      *                                                               *
      *****************************************************************
000100 IDENTIFICATION DIVISION.
002800                              ORGANIZATION IS SEQUENTIAL.
002900     SELECT VR-STATS-FILE     ASSIGN TO VRSTA01
003000                              ORGANIZATION IS SEQUENTIAL.
003010     SELECT VR-NOTICE-FILE    ASSIGN TO VRDNP01
003020                              ORGANIZATION IS SEQUENTIAL.
003030     SELECT VR-MASTER-FILE    ASSIGN TO VRMAS01
003040                              ORGANIZATION IS INDEXED
003050                              ACCESS MODE IS DYNAMIC
003060                              RECORD KEY IS VRM-KEY
003070                              FILE STATUS IS VR-MASTER-STATUS.
003100*
003200 DATA DIVISION.
003300 FILE SECTION.
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000     COPY VRSTAT.
008010*
008020 FD  VR-NOTICE-FILE
008030     RECORDING MODE IS F
008040     LABEL RECORDS ARE STANDARD.
008050     COPY VRDNOT.
008060*
008070 FD  VR-MASTER-FILE
008080     LABEL RECORDS ARE STANDARD.
008090     COPY VRMAST.
008100*
008200 WORKING-STORAGE SECTION.
008300 01  VR-SWITCHES.
009900     05  VR-EXCEPTION-COUNT    PIC 9(09)  COMP VALUE ZERO.
009910     05  VR-WRITTEN-BACK-COUNT PIC 9(09)  COMP VALUE ZERO.
010000     05  VR-OVERFLOW-COUNT     PIC 9(09)  COMP VALUE ZERO.
010010     05  VR-NOTICE-COUNT       PIC 9(09)  COMP VALUE ZERO.
010020     05  VR-NOTICE-WITHHELD-COUNT
010030                               PIC 9(09)  COMP VALUE ZERO.
010100*
010200 01  VR-RECORD-LENGTHS.
010300     05  VR-D3-REC-LEN         PIC 9(04)  COMP VALUE ZERO.
011000     05  VR-DT-SLOT            PIC 9(04)  COMP VALUE ZERO.
011100*
011200 01  VR-RUN-DATE               PIC 9(08)  VALUE ZERO.
011210*
011220 01  VR-MASTER-STATUS          PIC X(02)  VALUE SPACES.
011300*
011400******************************************************************
011500* THE DECISION TABLE HOLDS EVERY CONFIRMED DECISION FOR THE RUN. *
015600          OUTPUT VR-D3-OUT-FILE
015700          OUTPUT VR-BIRTH-OUT-FILE
015800          EXTEND VR-LINK-HIST-FILE
015900          EXTEND VR-REJPAIR-FILE
015950          EXTEND VR-NOTICE-FILE.
015960     OPEN INPUT VR-MASTER-FILE.
015970     IF VR-MASTER-STATUS NOT = '00'
015975         DISPLAY 'VR310 - MASTER OPEN FAILED - STATUS '
015980                 VR-MASTER-STATUS
015985         MOVE 8 TO RETURN-CODE
015990         STOP RUN
015995     END-IF.
016000     PERFORM 1100-LOAD-DECISIONS
016100         THRU 1100-LOAD-DECISIONS-EXIT.
016200     PERFORM 2100-READ-D3
035400     ADD 1 TO VR-MERGED-COUNT.
035500     PERFORM 3310-WRITE-LINK-HISTORY
035600         THRU 3310-WRITE-LINK-HISTORY-EXIT.
035610     MOVE FIELD-1 OF DUP-NAME-1 OF VR-BIRTH-FILE
035615         TO VRM-FIELD-1.
035620     MOVE RECORD-TYPE OF DUP-NAME-1 OF VR-BIRTH-FILE
035625         TO VRM-RECORD-TYPE.
035630     READ VR-MASTER-FILE
035632         INVALID KEY
035634             MOVE SPACE TO VRM-RESTRICT-FLAG
035636     END-READ.
035638     IF VRM-SEALED
035640         ADD 1 TO VR-NOTICE-WITHHELD-COUNT
035642         GO TO 3300-MERGE-DEATH-DETAILS-EXIT
035644     END-IF.
035650     PERFORM 3320-WRITE-DEATH-NOTICE
035660         THRU 3320-WRITE-DEATH-NOTICE-EXIT.
035700 3300-MERGE-DEATH-DETAILS-EXIT.
035800     EXIT.
035900*
036900     WRITE VR-LINK-HISTORY-RECORD.
037000 3310-WRITE-LINK-HISTORY-EXIT.
037100     EXIT.
037105*
037110******************************************************************
037115* 3320-WRITE-DEATH-NOTICE APPENDS A CLERK-CONFIRMED NOTICE OF    *
037120* THE MERGED DEATH TO THE PENDING DEATH-NOTIFICATION FILE FOR    *
037125* VR625, CARRYING THE BIRTH RECORD'S KEY AND BIRTH-DETAILS AND   *
037130* THE CONFIRMING CLERK.  3300 RAISES NO NOTICE FOR A RECORD      *
037132* SEALED BY COURT ORDER ON THE MASTER.                           *
037135******************************************************************
037140 3320-WRITE-DEATH-NOTICE.
037145     MOVE SPACES TO VR-DEATH-NOTICE-RECORD.
037150     MOVE 'N'    TO VRDN-RECORD-KIND.
037155     MOVE ZERO   TO VRDN-SEQUENCE.
037160     MOVE VR-DT-BIRTH-FIELD-1 (VR-DT-SLOT) TO VRDN-FIELD-1.
037165     MOVE RECORD-TYPE OF DUP-NAME-1 OF VR-BIRTH-FILE
037170         TO VRDN-RECORD-TYPE.
037175     MOVE CITY OF BIRTH-DETAILS OF DUP-NAME-1 OF VR-BIRTH-FILE
037180         TO VRDN-BIRTH-CITY.
037185     MOVE XDATE OF BIRTH-DETAILS OF DUP-NAME-1 OF VR-BIRTH-FILE
037190         TO VRDN-BIRTH-XDATE.
037195     MOVE VR-DT-DEATH-CITY (VR-DT-SLOT)  TO VRDN-DEATH-CITY.
037200     MOVE VR-DT-DEATH-XDATE (VR-DT-SLOT) TO VRDN-DEATH-XDATE.
037205     MOVE 'C'                            TO VRDN-SOURCE.
037210     MOVE VR-DT-CLERK-ID (VR-DT-SLOT)    TO VRDN-CLERK-ID.
037215     MOVE VR-RUN-DATE                    TO VRDN-EVENT-DATE.
037220     MOVE 'VR310'                        TO VRDN-EVENT-PROGRAM.
037225     WRITE VR-DEATH-NOTICE-RECORD.
037230     ADD 1 TO VR-NOTICE-COUNT.
037235 3320-WRITE-DEATH-NOTICE-EXIT.
037240     EXIT.
037245*
037300 8000-CHECK-UNAPPLIED.
037400     PERFORM 8100-CHECK-TABLE-ENTRY
037500         THRU 8100-CHECK-TABLE-ENTRY-EXIT
040200           VR-D3-OUT-FILE
040300           VR-BIRTH-OUT-FILE
040400           VR-LINK-HIST-FILE
040500           VR-REJPAIR-FILE
040550           VR-NOTICE-FILE
040560           VR-MASTER-FILE.
040600     DISPLAY 'VR310 - WORKLIST DECISION APPLY COMPLETE'.
040700     DISPLAY 'VR310 - DECISIONS READ    : ' VR-DCS-COUNT.
040800     DISPLAY 'VR310 - CONFIRMED TABLED  : ' VR-CONFIRMED-COUNT.
041120             VR-WRITTEN-BACK-COUNT.
041200     DISPLAY 'VR310 - BIRTH RECORDS READ: ' VR-BIRTH-COUNT.
041300     DISPLAY 'VR310 - PAIRS MERGED      : ' VR-MERGED-COUNT.
041350     DISPLAY 'VR310 - DEATH NOTICES     : ' VR-NOTICE-COUNT.
041360     DISPLAY 'VR310 - NOTICES WITHHELD  : '
041370             VR-NOTICE-WITHHELD-COUNT.
041400     DISPLAY 'VR310 - EXCEPTIONS        : ' VR-EXCEPTION-COUNT.
041500     DISPLAY 'VR310 - TABLE OVERFLOWS   : ' VR-OVERFLOW-COUNT.
041600     PERFORM 9100-WRITE-RUN-STATS
