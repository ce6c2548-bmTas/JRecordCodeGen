      *****************************************************************
      *                                                               *
      *   VRQUAL   -  DATA-QUALITY EVENT RECORD LAYOUT                *
      *                                                               *
      *   FIXED 80-BYTE RECORD APPENDED TO THE ONGOING DATA-QUALITY  *
      *   EVENT LOG, ONE PER ERROR OR SUSPENSE OUTCOME, EACH CARRYING *
      *   THE REGISTRATION OFFICE THAT SENT THE RECORD, FOR THE      *
      *   VR720 OFFICE SCORECARD.  THE CATEGORIES ARE -              *
      *                                                               *
      *     SU  SUSPENDED BY VR100      - REASON IS THE D1-D7 CODE   *
      *     RJ  REJECTED BY VR100       - REASON IS THE R1 CODE      *
      *     CX  CITY NOT RECOGNIZED     - VR120, REASON BC (BIRTH)   *
      *                                   OR DC (DEATH), DETAIL IS   *
      *                                   THE CITY AS SENT           *
      *     UC  CODE NOT ON VRCODE      - VR410, DETAIL IS THE ARRAY *
      *                                   LABEL AND CODE             *
      *     PB  PLURAL-BIRTH CONFLICT   - VR440, REASON IS THE P1-P4 *
      *                                   CONDITION, ONE PER MEMBER  *
      *                                   OF THE FLAGGED SET         *
      *     SC  SUSPENSE CORRECTED      - VR160, RECYCLED TO LOAD    *
      *     SF  SUSPENSE FAILED AGAIN   - VR160, CORRECTION DID NOT  *
      *                                   PASS THE RE-EDIT           *
      *     SA  SUSPENSE AGED OUT       - VR160, DROPPED UNCORRECTED *
      *                                                               *
      *   THE EVENT DATE IS THE SYSTEM DATE OF THE RUN THAT POSTED   *
      *   THE EVENT, THE SAME DATE VRSTAT RECORDS CARRY, SO A PERIOD *
      *   SELECTS EVENTS AND RECORDS SUBMITTED ALIKE.  THE RUN-DATE  *
      *   IS THE RECORD'S OWN, AS SENT, AND MAY NOT BE A VALID DATE. *
      *   VR410 AND VR440 CANNOT SEE THE OFFICE - THEY WRITE THEIR   *
      *   EVENTS WITH A BLANK OFFICE AND VR450 ATTRIBUTES THEM FROM  *
      *   THE VROFFC OFFICE FILE BEFORE THEY REACH THE LOG.  AN      *
      *   EVENT STILL BLANK IN THE LOG COULD NOT BE ATTRIBUTED.      *
      *                                                               *
      *   MODIFICATION HISTORY                                       *
      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   15/10/26   RLB   ORIGINAL LAYOUT.                           *
      *                                                               *
      *****************************************************************
000100 01  VR-QUALITY-RECORD.
000200     03  VRQL-EVENT-DATE       PIC 9(08).
000300     03  VRQL-OFFICE-ID        PIC X(04).
000400     03  VRQL-CATEGORY         PIC X(02).
000500         88  VRQL-SUSPENDED               VALUE 'SU'.
000600         88  VRQL-REJECTED                VALUE 'RJ'.
000700         88  VRQL-CITY-EXCEPTION          VALUE 'CX'.
000800         88  VRQL-UNKNOWN-CODE            VALUE 'UC'.
000900         88  VRQL-PLURAL-CONFLICT         VALUE 'PB'.
001000         88  VRQL-SUSP-CORRECTED          VALUE 'SC'.
001050         88  VRQL-SUSP-FAILED             VALUE 'SF'.
001100         88  VRQL-SUSP-AGED-OUT           VALUE 'SA'.
001200     03  VRQL-REASON           PIC X(02).
001300     03  VRQL-PROGRAM-ID       PIC X(08).
001400     03  VRQL-KEY.
001500         05  VRQL-RECORD-TYPE  PIC X(01).
001600         05  VRQL-FIELD-1      PIC X(20).
001700     03  VRQL-RUN-DATE         PIC X(08).
001800     03  VRQL-DETAIL           PIC X(20).
001900     03  FILLER                PIC X(07).
