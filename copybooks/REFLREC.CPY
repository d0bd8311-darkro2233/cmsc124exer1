000010*****************************************************************
000020*                                                                *
000030*    REFLREC.CPY                                               *
000040*                                                                *
000050*    REFERENCE-DATA CHANGE LOG LINE LAYOUT (FILE: REFCHG, LINE   *
000060*    SEQUENTIAL, APPENDED TO AND NEVER REWRITTEN)                *
000070*                                                                *
000080*    ONE LINE PER ADD OR CHANGE MADE BY THE COURSE (SANCHEZ05),  *
000090*    OPERATOR (SANCHEZ13) AND TERM (SANCHEZ21) MAINTENANCE       *
000100*    PROGRAMS, WRITTEN BY 8200-WRITE-REF-CHANGE IN REFLIO.CPY    *
000110*    AND LISTED FOR SIGN-OFF BY THE DAILY REVIEW REPORT          *
000120*    SANCHEZ41. KEPT APART FROM AUDITLOG, WHICH CARRIES          *
000130*    STUDENT RECORDS ONLY AND IS REPLAYED BY SANCHEZ06/39.       *
000140*                                                                *
000150*    REFL-FILE NAMES THE MASTER CHANGED (COURSMST, OPERMST OR    *
000160*    TERMMST) AND REFL-KEY ITS RECORD KEY. REFL-ACTION IS ONE    *
000170*    OF:                                                         *
000180*        ADD     NEW RECORD (OLD VALUE IS SPACES)                *
000190*        EDIT    KEYED EDIT OF THE RECORD                        *
000200*        CLOSE   COURSE CLOSED                                   *
000210*        REOPEN  COURSE OFFERED AGAIN                            *
000220*        CLRCUR  TERM'S CURRENT FLAG CLEARED BY A SET-CURRENT    *
000230*        SETCUR  TERM MADE THE CURRENT TERM                      *
000240*    THE OLD AND NEW VALUE FIELDS HOLD THE WHOLE MASTER RECORD   *
000250*    IMAGE (COURSREC, OPERREC OR TERMREC ORDER) BEFORE AND       *
000260*    AFTER, SO A READER MAPS THEM BACK BY MOVING THEM INTO A     *
000270*    WORK AREA THAT COPIES THE MATCHING LAYOUT. THE OPERATOR IS  *
000280*    THE SIGNED-ON ID; *SETUP* MARKS THE UNSIGNED SESSION THAT   *
000290*    CREATES THE FIRST OPERATOR ON AN EMPTY OPERMST. TOTAL       *
000300*    LENGTH 247 BYTES.                                           *
000310*                                                                *
000320*    THE CALLING PROGRAM COPIES THIS AT LEVEL 03 (UNDER AN 01    *
000330*    WORK AREA), E.G.                                            *
000340*        01  WS-REF-CHANGE-LINE.                                 *
000350*            COPY REFLREC.                                       *
000360*                                                                *
000370*    MODIFICATION HISTORY                                        *
000380*     DATE       BY   DESCRIPTION                                *
000390*     2026-10-15 JS   INITIAL VERSION                            *
000400*****************************************************************
000410     03  REFL-DATE                     PIC X(10).
000420     03  FILLER                        PIC X(01).
000430     03  REFL-TIME                     PIC X(08).
000440     03  FILLER                        PIC X(01).
000450     03  REFL-FILE                     PIC X(08).
000460     03  FILLER                        PIC X(01).
000470     03  REFL-KEY                      PIC X(20).
000480     03  FILLER                        PIC X(01).
000490     03  REFL-ACTION                   PIC X(06).
000500     03  FILLER                        PIC X(01).
000510     03  REFL-OLD-VALUE                PIC X(90).
000520     03  FILLER                        PIC X(01).
000530     03  REFL-NEW-VALUE                PIC X(90).
000540     03  FILLER                        PIC X(01).
000550     03  REFL-OPERATOR                 PIC X(08).
