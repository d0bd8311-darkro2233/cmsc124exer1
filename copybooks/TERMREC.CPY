000230*    MODIFICATION HISTORY                                        *
000240*     DATE       BY   DESCRIPTION                                *
000250*     2026-09-01 JS   INITIAL VERSION                            *
000251*     2026-10-15 JS   ADDED TERM-CENSUS-DATE, THE OFFICIAL       *
000252*                     ENROLLMENT CENSUS DATE OF THE TERM (BLANK  *
000253*                     = NOT SET YET). SANCHEZ37 FREEZES THE      *
000254*                     TERM'S STUDENTS ON OR AFTER IT. THE        *
000255*                     INDEXED TERM FILE'S RECORD LENGTH GREW 27  *
000256*                     TO 37, SO AN EXISTING TERMMST MUST BE      *
000257*                     REBUILT ONCE WITH SANCHEZ36 BEFORE ANY     *
000258*                     UPDATED PROGRAM OPENS IT                   *
000260*****************************************************************
000270     03  TERM-CODE                     PIC X(06).
000280     03  TERM-START-DATE               PIC X(10).
000290     03  TERM-END-DATE                 PIC X(10).
000300     03  TERM-CURRENT-FLAG             PIC X(01).
000310         88  TERM-IS-CURRENT                 VALUE "Y".
000320     03  TERM-CENSUS-DATE              PIC X(10).
