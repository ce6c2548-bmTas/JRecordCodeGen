      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   03/09/26   RLB   ORIGINAL PROGRAM.                          *
      *   15/10/26   RLB   ALSO TRACKS THE VR625 DEATH-NOTIFICATION   *
      *                    FEED. A PARTNER CARD NOW CARRIES A FEED    *
      *                    CODE IN COLUMN 5 - 'N' FOR A BENEFIT OR    *
      *                    PENSION AGENCY TAKING THE DEATH-           *
      *                    NOTIFICATION FEED, 'D' OR SPACE FOR A      *
      *                    DELTA PARTNER. EACH VR625 FEED OPENS ONE   *
      *                    CONTROL ENTRY PER AGENCY WITH THE NOTICES  *
      *                    SENT AS THE ADD COUNT AND THE RETRACTIONS  *
      *                    AS THE DROP COUNT. A CARD WITH ANY OTHER   *
      *                    FEED CODE IS BYPASSED.                     *
      *   15/10/26   RLB   PER-PARTNER DELTA ROUTING - A DELTA        *
      *                    PARTNER'S ENTRY IS NOW OPENED FROM THE     *
      *                    VR622 RUN-STATISTICS RECORD CARRYING ITS   *
      *                    PARTNER ID, SO ITS ACKNOWLEDGMENT IS       *
      *                    RECONCILED AGAINST ITS OWN FILTERED COUNTS *
      *                    INSTEAD OF THE FULL VR620 FIGURES. A       *
      *                    ROUTED PARTNER NOT ON THE PARTNER LIST IS  *
      *                    REPORTED AND ENDS THE JOB WITH RETURN CODE *
      *                    4.                                         *
      *                                                               *
      *****************************************************************
000100 IDENTIFICATION DIVISION.
005140     LABEL RECORDS ARE STANDARD.
005150 01  VR-PARTNER-CARD.
005160     03  VR-PARTNER-CARD-ID    PIC X(04).
005162     03  VR-PARTNER-CARD-FEED  PIC X(01).
005164         88  VR-PARTNER-KNOWN-FEED        VALUE 'D' 'N'.
005170     03  FILLER                PIC X(75).
005200*
005300 FD  VR-CONTROL-OUT
005400     RECORDING MODE IS F
008610     05  VR-PTN-COUNT          PIC 9(09)  COMP VALUE ZERO.
008620     05  VR-RETIRED-COUNT      PIC 9(09)  COMP VALUE ZERO.
008630     05  VR-OVERFLOW-COUNT     PIC 9(09)  COMP VALUE ZERO.
008640     05  VR-UNLISTED-COUNT     PIC 9(09)  COMP VALUE ZERO.
008700*
008800 01  VR-INDEXES.
008900     05  VR-GT-IDX             PIC 9(04)  COMP VALUE ZERO.
009000     05  VR-GT-SLOT            PIC 9(04)  COMP VALUE ZERO.
009010     05  VR-PN-IDX             PIC 9(02)  COMP VALUE ZERO.
009020     05  VR-PN-SLOT            PIC 9(02)  COMP VALUE ZERO.
009100*
009200 01  VR-RUN-DATE               PIC 9(08)  VALUE ZERO.
009300 01  VR-CUTOFF-DATE            PIC 9(08)  VALUE ZERO.
009320 01  VR-SCAN-KEY.
009330     05  VR-SCAN-RUN-DATE      PIC 9(08)  VALUE ZERO.
009340     05  VR-SCAN-PARTNER       PIC X(04)  VALUE SPACES.
009342     05  VR-SCAN-FEED          PIC X(01)  VALUE SPACE.
009344     05  VR-SENT-CHG-COUNT     PIC 9(09)  VALUE ZERO.
009350*
009360 01  VR-PARTNER-TABLE.
009370     05  VR-PN-USED            PIC 9(02)  COMP VALUE ZERO.
009380     05  VR-PN-MAX             PIC 9(02)  COMP VALUE 20.
009390     05  VR-PN-ENTRY OCCURS 20 TIMES.
009392         10  VR-PN-ID          PIC X(04).
009394         10  VR-PN-FEED        PIC X(01).
009400*
009500******************************************************************
009600* THE GENERATION TABLE HOLDS ONE ENTRY PER DELTA GENERATION PER  *
009700* PARTNER - THE CARRIED-FORWARD CONTROL FILE FIRST, THEN AN      *
009800* ENTRY PER PARTNER FOR ANY ROUTED DELTA OR FEED ON THE HISTORY  *
009900* NOT YET ON FILE.  ACKNOWLEDGMENTS AND THE GRACE CUTOFF ARE     *
010000* APPLIED TO THE TABLE AND THE WHOLE TABLE IS REWRITTEN AS THE   *
010010* NEW CONTROL FILE.                                              *
010100******************************************************************
017160*
017170 1120-TABLE-PARTNER.
017172     ADD 1 TO VR-PTN-COUNT.
017173     INSPECT VR-PARTNER-CARD-FEED REPLACING ALL SPACE BY 'D'.
017174     IF VR-PARTNER-CARD-ID = SPACES
017175        OR NOT VR-PARTNER-KNOWN-FEED
017176         DISPLAY 'VR640 - BLANK OR INVALID PARTNER CARD BYPASSED'
017177                 ' - ' VR-PARTNER-CARD-ID ' ' VR-PARTNER-CARD-FEED
017178     ELSE
017180         IF VR-PN-USED >= VR-PN-MAX
017182             DISPLAY 'VR640 - PARTNER TABLE FULL - PARTNER '
017186         ELSE
017188             ADD 1 TO VR-PN-USED
017190             MOVE VR-PARTNER-CARD-ID TO VR-PN-ID (VR-PN-USED)
017191             MOVE VR-PARTNER-CARD-FEED TO VR-PN-FEED (VR-PN-USED)
017192         END-IF
017194     END-IF.
017195     PERFORM 1110-READ-PARTNER
020900*
021000******************************************************************
021100* 3000-PICK-UP-NEW-GENS READS THE RUN-STATISTICS HISTORY FRONT   *
021200* TO BACK AND OPENS ONE CONTROL ENTRY FOR EVERY VR622 PARTNER    *
021300* DELTA AND VR625 AGENCY FEED NOT YET ON THE CONTROL FILE - THE  *
021400* ADD/CHANGE/DROP COUNTS COME FROM THE VRSTAT RECORD THE PROGRAM *
021410* WROTE AT END OF JOB.  A RUN ALREADY OLDER THAN                 *
021420* THE GRACE CUTOFF IS HISTORY, NOT A NEW TRANSMISSION - THE      *
021430* HISTORY FILE IS APPEND-ONLY, SO WITHOUT THIS GUARD AN ENTRY    *
021440* RETIRED BY 5100 WOULD BE REOPENED THE NEXT RUN AND CYCLE       *
023300*
023400 3200-TAKE-HISTORY-RECORD.
023500     ADD 1 TO VR-HIST-COUNT.
023600     IF VRSH-PROGRAM-ID NOT = 'VR622'
023650        AND VRSH-PROGRAM-ID NOT = 'VR625'
023700         GO TO 3200-TAKE-HISTORY-WRAP-UP
023800     END-IF.
023820     IF VRSH-RUN-DATE < VR-CUTOFF-DATE
023840         GO TO 3200-TAKE-HISTORY-WRAP-UP
023860     END-IF.
023870     IF VRSH-PROGRAM-ID = 'VR625'
023872         MOVE 'N'                 TO VR-SCAN-FEED
023874         MOVE ZERO                TO VR-SENT-CHG-COUNT
023876     ELSE
023878         MOVE 'D'                 TO VR-SCAN-FEED
023880         MOVE VRSH-RESULT-COUNT-2 TO VR-SENT-CHG-COUNT
023882     END-IF.
023884     IF VRSH-PROGRAM-ID = 'VR622'
023886         IF VRSH-OFFICE-ID NOT = SPACES
023888             PERFORM 3270-OPEN-ROUTED-PARTNER
023890                 THRU 3270-OPEN-ROUTED-PARTNER-EXIT
023892         END-IF
023894         GO TO 3200-TAKE-HISTORY-WRAP-UP
023896     END-IF.
023900     PERFORM 3250-OPEN-PARTNER-ENTRY
024000         THRU 3250-OPEN-PARTNER-ENTRY-EXIT
024100         VARYING VR-PN-IDX FROM 1 BY 1
026630* 3250-OPEN-PARTNER-ENTRY OPENS THE CONTROL ENTRY FOR ONE        *
026640* PARTNER OF THE HISTORY RECORD'S GENERATION, UNLESS THE         *
026650* GENERATION/PARTNER COMBINATION IS ALREADY ON FILE.             *
026652* A VR622 ROUTED DELTA OPENS AN ENTRY ONLY FOR ITS OWN DELTA     *
026654* PARTNER AND A VR625 DEATH-NOTIFICATION FEED ONLY FOR THE       *
026656* AGENCIES ('N' FEED CODE) - AN AGENCY'S ADD AND DROP COUNTS ARE *
026658* THE NOTICES AND RETRACTIONS SENT, ITS CHANGE COUNT ZERO.       *
026660******************************************************************
026670 3250-OPEN-PARTNER-ENTRY.
026672     MOVE VRSH-RUN-DATE        TO VR-SCAN-RUN-DATE.
026676     PERFORM 3300-FIND-GENERATION
026678         THRU 3300-FIND-GENERATION-EXIT.
026680     IF VR-GT-SLOT > ZERO
026681        OR VR-PN-FEED (VR-PN-IDX) NOT = VR-SCAN-FEED
026682         GO TO 3250-OPEN-PARTNER-ENTRY-EXIT
026684     END-IF.
026686     IF VR-GT-USED >= VR-GT-MAX
026700     ADD 1 TO VR-NEW-GEN-COUNT.
026702     MOVE VRSH-RUN-DATE        TO VR-GT-RUN-DATE (VR-GT-USED).
026704     MOVE VRSH-RESULT-COUNT-1  TO VR-GT-ADD-COUNT (VR-GT-USED).
026706     MOVE VR-SENT-CHG-COUNT    TO VR-GT-CHG-COUNT (VR-GT-USED).
026708     MOVE VRSH-RESULT-COUNT-3  TO VR-GT-DRP-COUNT (VR-GT-USED).
026710     MOVE 'O'                  TO VR-GT-STATUS (VR-GT-USED).
026712     MOVE VR-PN-ID (VR-PN-IDX)
026718 3250-OPEN-PARTNER-ENTRY-EXIT.
026720     EXIT.
026730*
026732******************************************************************
026734* 3270-OPEN-ROUTED-PARTNER OPENS THE ENTRY FOR THE ONE PARTNER A *
026736* VR622 PER-PARTNER RECORD CARRIES IN ITS OFFICE FIELD - THE     *
026738* COUNTS ARE THAT PARTNER'S OWN FILTERED DELTA.  A ROUTED        *
026740* PARTNER MISSING FROM THE PARTNER LIST IS A TRANSMISSION NO ONE *
026742* IS TRACKING AND IS REPORTED.                                   *
026744******************************************************************
026746 3270-OPEN-ROUTED-PARTNER.
026748     MOVE ZERO TO VR-PN-SLOT.
026750     PERFORM 3280-SCAN-PARTNER
026752         THRU 3280-SCAN-PARTNER-EXIT
026754         VARYING VR-PN-IDX FROM 1 BY 1
026756         UNTIL VR-PN-IDX > VR-PN-USED
026758            OR VR-PN-SLOT > ZERO.
026760     IF VR-PN-SLOT = ZERO
026762         DISPLAY 'VR640 - ROUTED PARTNER ' VRSH-OFFICE-ID
026764                 ' NOT ON PARTNER LIST - RUN DATE '
026766                 VRSH-RUN-DATE ' NOT TRACKED'
026768         ADD 1 TO VR-UNLISTED-COUNT
026770         GO TO 3270-OPEN-ROUTED-PARTNER-EXIT
026772     END-IF.
026774     MOVE VR-PN-SLOT TO VR-PN-IDX.
026776     PERFORM 3250-OPEN-PARTNER-ENTRY
026778         THRU 3250-OPEN-PARTNER-ENTRY-EXIT.
026780 3270-OPEN-ROUTED-PARTNER-EXIT.
026782     EXIT.
026784*
026786 3280-SCAN-PARTNER.
026788     IF VR-PN-ID (VR-PN-IDX) = VRSH-OFFICE-ID
026790         MOVE VR-PN-IDX TO VR-PN-SLOT
026792     END-IF.
026794 3280-SCAN-PARTNER-EXIT.
026796     EXIT.
026798*
026800 3300-FIND-GENERATION.
026900     MOVE ZERO TO VR-GT-SLOT.
027000     PERFORM 3310-SCAN-GENERATION
042600     DISPLAY 'VR640 - UNKNOWN ACKS      : ' VR-UNKNOWN-ACK-COUNT.
042620     DISPLAY 'VR640 - ACKED RETIRED     : ' VR-RETIRED-COUNT.
042640     DISPLAY 'VR640 - TABLE OVERFLOWS   : ' VR-OVERFLOW-COUNT.
042660     DISPLAY 'VR640 - UNLISTED PARTNERS : ' VR-UNLISTED-COUNT.
042700     DISPLAY 'VR640 - CONTROL RECORDS OUT: ' VR-CTL-OUT-COUNT.
042800     PERFORM 9100-WRITE-RUN-STATS
042900         THRU 9100-WRITE-RUN-STATS-EXIT.
043100        OR VR-OVERDUE-COUNT > ZERO
043200        OR VR-UNKNOWN-ACK-COUNT > ZERO
043250        OR VR-OVERFLOW-COUNT > ZERO
043260        OR VR-UNLISTED-COUNT > ZERO
043300         MOVE 4 TO RETURN-CODE
043400     END-IF.
043500 9000-TERMINATE-EXIT.
