      *****************************************************************
      *                                                               *
      *   VRSLOG   -  SEAL AUDIT LOG RECORD LAYOUT                    *
      *                                                               *
      *   FIXED 120-BYTE RECORD APPENDED BY VR605 FOR EVERY COURT    *
      *   ORDER IT READS - ONE RECORD PER MASTER RECORD THE ORDER    *
      *   TOUCHED, OR ONE FOR THE ORDER ITSELF WHEN IT WAS REJECTED  *
      *   BEFORE ANY MASTER RECORD WAS REACHED.  THE LOG IS ONE      *
      *   ONGOING DATASET, NEVER REWRITTEN, AND IS THE FULL HISTORY  *
      *   OF EVERY SEAL AND UNSEAL - THE MASTER CARRIES ONLY THE     *
      *   CURRENT FLAG.  THE OUTCOME IS -                            *
      *                                                               *
      *     A - APPLIED - THE FLAG CHANGED FROM PRIOR-FLAG TO        *
      *         NEW-FLAG.                                            *
      *     N - NO CHANGE - THE RECORD WAS ALREADY IN THE STATE THE  *
      *         ORDER ASKED FOR.  LOGGED SO THE ORDER IS ACCOUNTED   *
      *         FOR.                                                 *
      *     R - REJECTED - THE REASON SAYS WHY.  NOTHING CHANGED.    *
      *                                                               *
      *   THE SEQUENCE NUMBER ORDERS ONE RUN'S ENTRIES.  VR660 READS *
      *   THE LOG TO TELL WHETHER AN ARCHIVED KEY IS SEALED, SINCE   *
      *   THE ARCHIVE IMAGE DOES NOT CARRY THE FLAG - THE LAST       *
      *   APPLIED ENTRY FOR A KEY DECIDES.                           *
      *                                                               *
      *   VR612 ALSO APPENDS AN APPLIED SEAL ('S', 'A', NEW FLAG     *
      *   'S') WHEN A FIELD-1 REKEY MOVES A SEALED RECORD, SO THE    *
      *   SEAL FOLLOWS THE RECORD TO ITS NEW KEY.  SUCH AN ENTRY     *
      *   CARRIES THE OLD FIELD-1 AS ITS ORDER-REF, THE ORIGINAL     *
      *   SEAL DATE AS ITS EFFECTIVE DATE AND 'CARRIED BY FIELD-1    *
      *   REKEY' AS ITS REASON.                                      *
      *                                                               *
      *   MODIFICATION HISTORY                                       *
      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   15/10/26   RLB   ORIGINAL LAYOUT.                           *
      *   15/10/26   RLB   DOCUMENTED THE SEAL ENTRY VR612 CARRIES TO *
      *                    A REKEYED RECORD'S NEW KEY.                *
      *                                                               *
      *****************************************************************
000100 01  VR-SEAL-LOG-RECORD.
000200     03  VRSL-RUN-DATE         PIC 9(08).
000300     03  VRSL-SEQUENCE         PIC 9(09).
000400     03  VRSL-ACTION           PIC X(01).
000500         88  VRSL-SEAL                    VALUE 'S'.
000600         88  VRSL-UNSEAL                  VALUE 'U'.
000700     03  VRSL-KEY.
000800         05  VRSL-FIELD-1      PIC X(20).
000900         05  VRSL-RECORD-TYPE  PIC X(01).
001000     03  VRSL-ORDER-REF        PIC X(20).
001100     03  VRSL-EFFECTIVE-DATE   PIC X(08).
001200     03  VRSL-REGISTRAR-ID     PIC X(08).
001300     03  VRSL-OUTCOME          PIC X(01).
001400         88  VRSL-APPLIED                 VALUE 'A'.
001500         88  VRSL-NO-CHANGE               VALUE 'N'.
001600         88  VRSL-REJECTED                VALUE 'R'.
001700     03  VRSL-REASON           PIC X(30).
001800     03  VRSL-PRIOR-FLAG       PIC X(01).
001900     03  VRSL-NEW-FLAG         PIC X(01).
002000     03  FILLER                PIC X(12).
