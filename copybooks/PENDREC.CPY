000010*****************************************************************
000020*                                                                *
000030*    PENDREC.CPY                                                *
000040*                                                                *
000050*    PENDING STUDENT CHANGE RECORD LAYOUT (FILE: PENDCHG)        *
000060*                                                                *
000070*    A CLERK-ROLE OPERATOR MAY NOT CHANGE A STUDENT'S FULL NAME  *
000080*    OR COURSE ON THE MASTER DIRECTLY. THE CHANGE IS HELD HERE   *
000090*    INSTEAD - ONE RECORD PER REQUEST, KEYED ON THE STUDENT      *
000100*    NUMBER AND THE DATE AND TIME OF THE REQUEST, CARRYING THE   *
000110*    BEFORE AND AFTER NAME AND COURSE - UNTIL A SUPERVISOR       *
000120*    APPROVES OR REJECTS IT WITH A REASON (SANCHEZ01 MENU 14).   *
000130*    ONLY AN APPROVAL REWRITES THE MASTER AND WRITES THE EDIT    *
000140*    AUDIT LINE. A STUDENT HAS AT MOST ONE REQUEST PENDING AT A  *
000150*    TIME. DECIDED REQUESTS STAY ON FILE AS THE RECORD OF WHO    *
000160*    ASKED, WHO DECIDED, WHEN AND WHY. WRITTEN BY SANCHEZ01      *
000170*    (EDIT) AND SANCHEZ07 (C TRANSACTIONS); OVERDUE REQUESTS     *
000180*    ARE LISTED ON THE SANCHEZ16 NIGHT SUMMARY.                  *
000190*                                                                *
000200*    AN UNCHANGED FIELD CARRIES THE SAME VALUE BEFORE AND AFTER. *
000210*    PEND-SOURCE IS THE PROGRAM THAT TOOK THE REQUEST.           *
000220*                                                                *
000230*    THE CALLING PROGRAM COPIES THIS AT LEVEL 03 (UNDER AN 01    *
000240*    WORK AREA) OR REPLACES THE LEVEL NUMBER TO 02 WHEN IT IS    *
000250*    USED DIRECTLY AS A FILE RECORD, E.G.                        *
000260*        01  PENDING-CHANGE-RECORD.                              *
000270*            COPY PENDREC REPLACING ==03== BY ==02==.            *
000280*                                                                *
000290*    MODIFICATION HISTORY                                        *
000300*     DATE       BY   DESCRIPTION                                *
000310*     2026-10-15 JS   INITIAL VERSION                            *
000320*****************************************************************
000330     03  PEND-KEY.
000340         05  PEND-SNO                  PIC X(30).
000350         05  PEND-REQ-DATE             PIC X(10).
000360         05  PEND-REQ-TIME             PIC X(08).
000370     03  PEND-REQ-OPERATOR             PIC X(08).
000380     03  PEND-SOURCE                   PIC X(09).
000390     03  PEND-OLD-NAME                 PIC X(30).
000400     03  PEND-NEW-NAME                 PIC X(30).
000410     03  PEND-OLD-COURSE               PIC X(20).
000420     03  PEND-NEW-COURSE               PIC X(20).
000430     03  PEND-STATUS                   PIC X(01).
000440         88  PEND-IS-PENDING                 VALUE "P".
000450         88  PEND-IS-APPROVED                VALUE "A".
000460         88  PEND-IS-REJECTED                VALUE "R".
000470     03  PEND-DECIDED-DATE             PIC X(10).
000480     03  PEND-DECIDED-TIME             PIC X(08).
000490     03  PEND-DECIDED-BY               PIC X(08).
000500     03  PEND-REASON                   PIC X(40).
