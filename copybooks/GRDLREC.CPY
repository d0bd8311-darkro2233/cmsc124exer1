000010*****************************************************************
000020*                                                                *
000030*    GRDLREC.CPY                                                *
000040*                                                                *
000050*    GRADE CHANGE LOG LINE (FILE: GRADLOG)                       *
000060*                                                                *
000070*    ONE LINE PER GRADE CHANGED AFTER IT WAS FIRST POSTED,       *
000080*    APPENDED BY THE GRADE-SHEET LOAD (SANCHEZ28) ALONGSIDE THE  *
000090*    REWRITE OF THE GRADE RECORD: WHEN, THE STUDENT, TERM AND    *
000100*    SUBJECT, THE OLD AND NEW GRADE AND UNITS, AND WHO DID IT.   *
000110*    GRADE CHANGES ARE KEPT OUT OF AUDITLOG, WHICH RECORDS THE   *
000120*    STUDENT MASTER ONLY AND IS REPLAYED AGAINST IT BY THE       *
000130*    RECONCILIATION.                                             *
000140*                                                                *
000150*    THE CALLING PROGRAM COPIES THIS AT LEVEL 03 (UNDER AN 01    *
000160*    WORK AREA OR FILE RECORD), E.G.                             *
000170*        01  WS-GRADE-LOG-LINE.                                  *
000180*            COPY GRDLREC REPLACING ==GRDL-DATE== BY ...         *
000190*                                                                *
000200*    MODIFICATION HISTORY                                        *
000210*     DATE       BY   DESCRIPTION                                *
000220*     2026-10-15 JS   INITIAL VERSION                            *
000230*****************************************************************
000240     03  GRDL-DATE                     PIC X(10).
000250     03  FILLER                        PIC X(01).
000260     03  GRDL-TIME                     PIC X(08).
000270     03  FILLER                        PIC X(01).
000280     03  GRDL-SNO                      PIC X(30).
000290     03  FILLER                        PIC X(01).
000300     03  GRDL-TERM-CODE                PIC X(06).
000310     03  FILLER                        PIC X(01).
000320     03  GRDL-SUBJECT                  PIC X(10).
000330     03  FILLER                        PIC X(01).
000340     03  GRDL-OLD-GRADE                PIC X(02).
000350     03  FILLER                        PIC X(01).
000360     03  GRDL-OLD-UNITS                PIC 9(02).
000370     03  FILLER                        PIC X(01).
000380     03  GRDL-NEW-GRADE                PIC X(02).
000390     03  FILLER                        PIC X(01).
000400     03  GRDL-NEW-UNITS                PIC 9(02).
000410     03  FILLER                        PIC X(01).
000420     03  GRDL-OPERATOR                 PIC X(08).
