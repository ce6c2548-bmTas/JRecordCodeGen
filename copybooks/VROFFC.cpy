      *****************************************************************
      *                                                               *
      *   VROFFC   -  GOOD-OUTPUT OFFICE ATTRIBUTION RECORD LAYOUT    *
      *                                                               *
      *   WRITTEN BY VR100 ALONGSIDE EVERY GOOD OUTPUT RECORD, IN    *
      *   THE SAME ORDER, NAMING THE SENDING OFFICE FROM THE VRCTL   *
      *   HEADER THE RECORD ARRIVED UNDER.  THE GOOD OUTPUT RECORD   *
      *   ITSELF CANNOT CARRY THE OFFICE - EVERY DOWNSTREAM PROGRAM  *
      *   PARSES IT AT FIXED OFFSETS - SO THE OFFICE RIDES ON THIS   *
      *   COMPANION FILE INSTEAD.  RECORD N OF THIS FILE DESCRIBES   *
      *   RECORD N OF THE GOOD OUTPUT, AND VR120 PRESERVES THAT      *
      *   ORDER ONE FOR ONE.  THE KEY IS REPEATED SO A READER CAN    *
      *   PROVE THE TWO FILES ARE STILL IN STEP.  THE EXTRACT        *
      *   SEQUENCE IS THE RECORD'S POSITION IN THE NIGHT'S           *
      *   CONCATENATED EXTRACT, CONTROL RECORDS INCLUDED.            *
      *                                                               *
      *   MODIFICATION HISTORY                                       *
      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   15/10/26   RLB   ORIGINAL LAYOUT.                           *
      *                                                               *
      *****************************************************************
000100 01  VR-OFFICE-ATTR-RECORD.
000200     03  VROA-KEY.
000300         05  VROA-FIELD-1      PIC X(20).
000400         05  VROA-RECORD-TYPE  PIC X(01).
000500     03  VROA-OFFICE-ID        PIC X(04).
000600     03  VROA-EXTRACT-SEQ      PIC 9(09).
000700     03  FILLER                PIC X(06).
