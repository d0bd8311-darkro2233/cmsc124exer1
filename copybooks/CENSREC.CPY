000010*****************************************************************
000020*                                                                *
000030*    CENSREC.CPY                                                *
000040*                                                                *
000050*    FROZEN ENROLLMENT CENSUS RECORD LAYOUT (FILES: ONE PER      *
000060*    TERM, LINE SEQUENTIAL, NAMED "CENS" FOLLOWED BY THE TERM    *
000070*    CODE, E.G. CENS2026-1; AND THE WORK COPY CENSWORK)          *
000080*                                                                *
000090*    WRITTEN ONCE PER TERM BY SANCHEZ37 ON OR AFTER THE TERM'S   *
000100*    CENSUS DATE AND NEVER REWRITTEN, SO THE OFFICIAL FIGURES    *
000110*    CAN ALWAYS BE REPRODUCED. THE FILE IS A HEADER RECORD, ONE  *
000120*    DETAIL RECORD PER STUDENT WHOSE ENROLL-TERM WAS THE TERM    *
000130*    WHEN IT WAS FROZEN, AND A TRAILER RECORD. A FILE WITHOUT    *
000140*    ITS TRAILER, OR WHOSE TRAILER COUNT DOES NOT MATCH ITS      *
000150*    DETAILS, IS AN UNFINISHED FREEZE AND MUST NOT BE REPORTED   *
000160*    FROM.                                                       *
000170*                                                                *
000180*    A DETAIL CARRIES THE WHOLE STUDENT RECORD (STUDREC ORDER)   *
000190*    AS IT STOOD, THE COURSE'S DEPARTMENT AS IT STOOD, AND       *
000200*    WHETHER THE STUDENT COUNTS AS ENROLLED ON THE CENSUS DATE   *
000210*    (ACTIVE, OR WITHDRAWN/GRADUATED AFTER THAT DATE). THE       *
000220*    HEADER AND TRAILER SHARE THE CONTROL VIEW; THE TRAILER      *
000230*    ADDS THE DETAIL AND ENROLLED COUNTS. READ BY SANCHEZ37 AND  *
000240*    BY THE COMPARISON REPORT SANCHEZ38.                         *
000250*                                                                *
000260*    THE CALLING PROGRAM COPIES THIS AT LEVEL 03 (UNDER AN 01    *
000270*    WORK AREA) OR REPLACES THE LEVEL NUMBER TO 02 WHEN IT IS    *
000280*    USED DIRECTLY AS A FILE RECORD, E.G.                        *
000290*        01  CENSUS-RECORD.                                      *
000300*            COPY CENSREC REPLACING ==03== BY ==02==.            *
000310*                                                                *
000320*    MODIFICATION HISTORY                                        *
000330*     DATE       BY   DESCRIPTION                                *
000340*     2026-10-15 JS   INITIAL VERSION                            *
000350*****************************************************************
000360     03  CENS-REC-TYPE                 PIC X(01).
000370         88  CENS-IS-HEADER                  VALUE "H".
000380         88  CENS-IS-DETAIL                  VALUE "D".
000390         88  CENS-IS-TRAILER                 VALUE "T".
000400     03  CENS-STUDENT.
000410         05  CENS-FULLNAME             PIC X(30).
000420         05  CENS-SNO                  PIC X(30).
000430         05  CENS-COURSE               PIC X(20).
000440         05  CENS-CONTACT-INFO.
000450             07  CENS-MOBILE           PIC X(11).
000460             07  CENS-LANDLINE         PIC X(08).
000470         05  CENS-AGE                  PIC 99.
000480         05  CENS-STATUS-CODE          PIC X(01).
000490         05  CENS-STATUS-DATE          PIC X(10).
000500         05  CENS-ENROLL-TERM          PIC X(06).
000510     03  CENS-CONTROL REDEFINES CENS-STUDENT.
000520         05  CENS-TERM                 PIC X(06).
000530         05  CENS-CENSUS-DATE          PIC X(10).
000540         05  CENS-FROZEN-DATE          PIC X(10).
000550         05  CENS-FROZEN-TIME          PIC X(08).
000560         05  CENS-DETAIL-COUNT         PIC 9(07).
000570         05  CENS-ENROLLED-COUNT       PIC 9(07).
000580         05  FILLER                    PIC X(70).
000590     03  CENS-DEPARTMENT               PIC X(20).
000600     03  CENS-ENROLLED-FLAG            PIC X(01).
000610         88  CENS-ENROLLED                   VALUE "Y".
