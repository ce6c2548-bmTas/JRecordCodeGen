      *****************************************************************
      *                                                               *
      *   VRDREG   -  DUPLICATE-REGISTRATION RECORD LAYOUT            *
      *                                                               *
      *   WRITTEN BY VR130 FOR EVERY COPY OF A FIELD-1 AND RECORD-   *
      *   TYPE THAT LOST THE OFFICE PRECEDENCE DECISION - A COPY     *
      *   FROM ANOTHER OFFICE WHOSE CONTENT CONFLICTS WITH THE COPY  *
      *   KEPT FOR THE MASTER APPLY.  THE LOSING RECORD IS CARRIED   *
      *   WHOLE SO THE REGISTRAR CAN RESOLVE IT AND RESUBMIT IT,     *
      *   WITH THE OFFICE KEPT, THE OFFICE DIVERTED AND THE CONTENT  *
      *   GROUPS THAT DIFFER.  IDENTICAL COPIES ARE COLLAPSED BY     *
      *   VR130 AND NEVER APPEAR HERE.                               *
      *                                                               *
      *   MODIFICATION HISTORY                                       *
      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   15/10/26   RLB   ORIGINAL LAYOUT.                           *
      *                                                               *
      *****************************************************************
000100 01  VR-DUPREG-RECORD.
000200     03  VRDR-FIELD-1          PIC X(20).
000300     03  VRDR-RECORD-TYPE      PIC X(01).
000400     03  VRDR-PROCESS-DATE     PIC 9(08).
000500     03  VRDR-KEPT-OFFICE-ID   PIC X(04).
000600     03  VRDR-LOST-OFFICE-ID   PIC X(04).
000700     03  VRDR-LOST-EXTRACT-SEQ PIC 9(09).
000800     03  VRDR-DIFF-GROUPS.
000900         05  VRDR-DIFF-BIRTH   PIC X(01).
001000         05  VRDR-DIFF-DEATH   PIC X(01).
001100         05  VRDR-DIFF-DUPS    PIC X(01).
001200         05  VRDR-DIFF-ARRAYS  PIC X(01).
001300     03  VRDR-REC-LEN          PIC 9(04).
001400     03  VRDR-RECORD-IMAGE     PIC X(355).
