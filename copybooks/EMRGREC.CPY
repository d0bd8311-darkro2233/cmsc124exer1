000010*****************************************************************
000020*                                                                *
000030*    EMRGREC.CPY                                                *
000040*                                                                *
000050*    EMERGENCY CONTACT RECORD LAYOUT (FILE: EMRGCON)             *
000060*                                                                *
000070*    ONE RECORD PER STUDENT, KEYED ON THE STUDENT NUMBER, WITH   *
000080*    UP TO THREE CONTACTS IN RANK ORDER - THE FIRST IS THE       *
000090*    FIRST ONE TO CALL. EACH CONTACT HAS A NAME, THE             *
000100*    RELATIONSHIP TO THE STUDENT, A GUARDIAN FLAG AND TWO        *
000110*    PHONE NUMBERS. A CONTACT WITH A BLANK NAME IS AN EMPTY      *
000120*    SLOT; THE MAINTENANCE PATHS KEEP THE FILLED SLOTS FIRST,    *
000130*    SO THE RANKS HAVE NO GAPS. THE GUARDIAN FLAG IS "Y" FOR A   *
000140*    PARENT OR LEGAL GUARDIAN, WHO MUST BE ON FILE FOR A         *
000150*    STUDENT UNDER 18. KEPT BY SANCHEZ01 (MENU) AND SANCHEZ33    *
000160*    (ADMISSIONS LOAD); EVERY SAVE STAMPS THE DATE AND THE       *
000170*    SIGNED-ON OPERATOR.                                         *
000180*                                                                *
000190*    THE CALLING PROGRAM COPIES THIS AT LEVEL 03 (UNDER AN 01    *
000200*    WORK AREA) OR REPLACES THE LEVEL NUMBER TO 02 WHEN IT IS    *
000210*    USED DIRECTLY AS A FILE RECORD, E.G.                        *
000220*        01  EMERGENCY-CONTACT-RECORD.                           *
000230*            COPY EMRGREC REPLACING ==03== BY ==02==.            *
000240*                                                                *
000250*    MODIFICATION HISTORY                                        *
000260*     DATE       BY   DESCRIPTION                                *
000270*     2026-10-15 JS   INITIAL VERSION                            *
000280*****************************************************************
000290     03  EMRG-SNO                      PIC X(30).
000300     03  EMRG-CONTACT OCCURS 3 TIMES.
000310         05  EMRG-NAME                 PIC X(30).
000320         05  EMRG-RELATION             PIC X(12).
000330         05  EMRG-GUARDIAN             PIC X(01).
000340             88  EMRG-IS-GUARDIAN            VALUE "Y".
000350         05  EMRG-PHONE-1              PIC X(11).
000360         05  EMRG-PHONE-2              PIC X(11).
000370     03  EMRG-UPDATED                  PIC X(10).
000380     03  EMRG-OPERATOR                 PIC X(08).
