      *****************************************************************
      *                                                               *
      *   VROVRD   -  PROCESSED-EXTRACT REGISTER OVERRIDE CARD        *
      *                                                               *
      *   AN 80-BYTE CONTROL CARD THE OPERATOR SUPPLIES ON VROVR01   *
      *   TO LET A UNIT OF WORK ALREADY ON THE PROCESSED-EXTRACT     *
      *   REGISTER (VRPREG) THROUGH AGAIN - NORMALLY A DELIBERATE    *
      *   RERUN AFTER A VR615 BACKOUT.  THE DD IS DUMMY ON A NORMAL  *
      *   NIGHT.  A CARD APPLIES ONLY TO THE PROGRAM NAMED ON IT -   *
      *                                                               *
      *     VR050 - OFFICE AND CREATE DATE OF THE PAIR TO LET        *
      *             THROUGH.  OFFICE SPACES LETS EVERY OFFICE'S      *
      *             PAIR FOR THAT CREATE DATE THROUGH.               *
      *     VR610 - CREATE DATE IS THE RUN-DATE TO RE-APPLY.         *
      *     VR620 - CREATE DATE IS THE CURRENT GENERATION RUN-DATE   *
      *             TO RE-SEND.                                      *
      *                                                               *
      *   THE OPERATOR ID AND REASON ARE MANDATORY - A CARD          *
      *   WITHOUT THEM IS IGNORED - AND BOTH ARE LOGGED ON THE       *
      *   REGISTER EVERY TIME THE CARD IS USED.                      *
      *                                                               *
      *   MODIFICATION HISTORY                                       *
      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   15/10/26   RLB   ORIGINAL LAYOUT.                           *
      *                                                               *
      *****************************************************************
000100 01  VR-OVERRIDE-CARD.
000200     03  VRPO-PROGRAM-ID       PIC X(08).
000300     03  VRPO-OFFICE-ID        PIC X(04).
000400     03  VRPO-CREATE-DATE      PIC X(08).
000500     03  VRPO-OPERATOR-ID      PIC X(08).
000600     03  VRPO-REASON           PIC X(25).
000700     03  FILLER                PIC X(27).
