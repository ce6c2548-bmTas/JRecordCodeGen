      *   POPULATED.  LOGICALLY DELETED RECORDS ARE FLAGGED, NOT     *
      *   ERASED, SO HISTORY INQUIRIES STILL FIND THEM.              *
      *                                                               *
      *   THE RESTRICTION GROUP CARRIES A COURT-ORDERED SEAL (AN     *
      *   ADOPTION, FOR EXAMPLE).  IT IS MAINTAINED ONLY BY VR605    *
      *   FROM THE COURT-ORDER TRANSACTIONS - THE RESTRICT-DATE IS   *
      *   THE VR605 RUN-DATE ON WHICH THE FLAG LAST CHANGED, WHICH   *
      *   VR620 USES TO TELL A NEWLY SEALED OR UNSEALED KEY.  THE    *
      *   GROUP SITS PAST BYTE 364 ON PURPOSE - THE VRJRNL BEFORE-   *
      *   IMAGE AND THE VR650 ARCHIVE CARRY THE FIRST 364 BYTES      *
      *   ONLY, SO A RESTORED OR ARCHIVED IMAGE NEVER CARRIES A      *
      *   STALE SEAL.  THE SEAL AUDIT LOG (VRSLOG) IS THE HISTORY.   *
      *                                                               *
      *   MODIFICATION HISTORY                                       *
      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   22/08/26   RLB   ORIGINAL LAYOUT.                           *
      *   15/10/26   RLB   RECORD LENGTH NOW 373 - ADDED THE          *
      *                    RESTRICTION GROUP (RESTRICT-FLAG AND       *
      *                    RESTRICT-DATE) FOR COURT-ORDERED SEALS,    *
      *                    MAINTAINED BY VR605.                       *
      *                                                               *
      *****************************************************************
000100 01  VR-MASTER-RECORD.
002100         88  VRM-ACTIVE                   VALUE ' '.
002200         88  VRM-LOGICALLY-DELETED        VALUE 'D'.
002300     03  VRM-LAST-MAINT-DATE   PIC 9(08).
002400     03  VRM-RESTRICTION.
002500         05  VRM-RESTRICT-FLAG PIC X(01).
002600             88  VRM-UNRESTRICTED         VALUE ' '.
002700             88  VRM-SEALED               VALUE 'S'.
002800         05  VRM-RESTRICT-DATE PIC 9(08).
