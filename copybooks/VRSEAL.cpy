      *****************************************************************
      *                                                               *
      *   VRSEAL   -  COURT-ORDER SEAL TRANSACTION LAYOUT             *
      *                                                               *
      *   FIXED 80-BYTE TRANSACTION READ BY VR605, ONE PER COURT     *
      *   ORDER KEYED BY THE REGISTRAR'S OFFICE.  A SEAL ('S') SETS  *
      *   THE RESTRICTION FLAG ON THE MASTER, AN UNSEAL ('U')        *
      *   CLEARS IT.  A BLANK RECORD-TYPE APPLIES THE ORDER TO EVERY *
      *   RECORD-TYPE ON THE MASTER UNDER THE FIELD-1 - THE USUAL    *
      *   CASE, SINCE AN ORDER SEALS A PERSON, NOT ONE RECORD.  THE  *
      *   ORDER REFERENCE, EFFECTIVE DATE AND REGISTRAR ID ARE ALL   *
      *   REQUIRED AND ARE CARRIED ONTO THE VRSLOG AUDIT LOG.  AN    *
      *   ORDER WHOSE EFFECTIVE DATE IS LATER THAN THE RUN-DATE IS   *
      *   REJECTED AND MUST BE RESUBMITTED ON OR AFTER THAT DATE.    *
      *                                                               *
      *   MODIFICATION HISTORY                                       *
      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   15/10/26   RLB   ORIGINAL LAYOUT.                           *
      *                                                               *
      *****************************************************************
000100 01  VR-SEAL-ORDER-RECORD.
000200     03  VRSO-ACTION           PIC X(01).
000300         88  VRSO-SEAL                    VALUE 'S'.
000400         88  VRSO-UNSEAL                  VALUE 'U'.
000500     03  VRSO-KEY.
000600         05  VRSO-FIELD-1      PIC X(20).
000700         05  VRSO-RECORD-TYPE  PIC X(01).
000800             88  VRSO-ALL-TYPES           VALUE ' '.
000900             88  VRSO-VALID-TYPE          VALUE ' ' '1' '2' '3'.
001000     03  VRSO-ORDER-REF        PIC X(20).
001100     03  VRSO-EFFECTIVE-DATE   PIC X(08).
001200     03  VRSO-EFFECTIVE-DATE-N REDEFINES VRSO-EFFECTIVE-DATE
001300                               PIC 9(08).
001400     03  VRSO-REGISTRAR-ID     PIC X(08).
001500     03  FILLER                PIC X(22).
