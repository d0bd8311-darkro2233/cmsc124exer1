000010*****************************************************************
000020*                                                                *
000030*    LEDGWRK.CPY                                                *
000040*                                                                *
000050*    WORKING-STORAGE FOR THE STUDENT LEDGER PARAGRAPHS IN       *
000060*    LEDGIO.CPY: THE FILE STATUSES AND READY SWITCHES, THE      *
000070*    HAND-OFF FIELDS THE CALLER SETS, AND THE TOTALS THE ONE-   *
000080*    STUDENT SCAN LEAVES BEHIND. COPIED AS-IS (NO REPLACING)    *
000090*    INTO THE WORKING-STORAGE OF EVERY PROGRAM THAT COPIES      *
000100*    LEDGIO, SO THE NAMES EXIST IN EXACTLY ONE PLACE.           *
000110*                                                                *
000120*    MODIFICATION HISTORY                                        *
000130*     DATE       BY   DESCRIPTION                                *
000140*     2026-10-15 JS   INITIAL VERSION                            *
000150*****************************************************************
000160 77  WS-LEDG-FILE-STATUS           PIC X(02).
000170 77  WS-FEE-FILE-STATUS            PIC X(02).
000180 77  WS-LEDG-READY-SW              PIC X(01)    VALUE "N".
000190         88  WS-LEDG-READY                          VALUE "Y".
000200 77  WS-FEE-READY-SW               PIC X(01)    VALUE "N".
000210         88  WS-FEE-READY                           VALUE "Y".
000220*    HAND-OFF FIELDS: THE CALLER SETS THE STUDENT AND TERM
000230*    (ALWAYS), THE COURSE (BEFORE A FEE LOOKUP) AND THE ENTRY
000240*    FIELDS (BEFORE A POST) FIRST.
000250 77  WS-LEDG-SNO                   PIC X(30).
000260 77  WS-LEDG-TERM                  PIC X(06).
000270 77  WS-LEDG-COURSE                PIC X(20).
000280 77  WS-LEDG-TYPE                  PIC X(01).
000290 77  WS-LEDG-AMOUNT                PIC S9(07)V99.
000300 77  WS-LEDG-REFERENCE             PIC X(10).
000310 77  WS-LEDG-DESCRIPTION           PIC X(30).
000320*    LEFT BY THE ONE-STUDENT SCAN (8210): THE LAST SEQUENCE
000330*    USED, THE RUNNING BALANCE, THE NET CHARGES FOR THE TERM
000340*    (CHARGES PLUS ADJUSTMENTS, PAYMENTS EXCLUDED) AND
000350*    WHETHER THE TERM HAS BEEN ASSESSED AT ALL.
000360 77  WS-LEDG-LAST-SEQ              PIC 9(05).
000370 77  WS-LEDG-BALANCE               PIC S9(07)V99.
000380 77  WS-LEDG-TERM-NET              PIC S9(07)V99.
000390 77  WS-LEDG-ASSESSED-SW           PIC X(01)    VALUE "N".
000400         88  WS-LEDG-ASSESSED                       VALUE "Y".
000410 77  WS-LEDG-EOF-SW                PIC X(01)    VALUE "N".
000420         88  WS-LEDG-EOF                            VALUE "Y".
000430 77  WS-LEDG-FAILED-SW             PIC X(01)    VALUE "N".
000440         88  WS-LEDG-FAILED                         VALUE "Y".
000450*    LEFT BY THE FEE LOOKUP (8230).
000460 77  WS-FEE-FOUND-SW               PIC X(01)    VALUE "N".
000470         88  WS-FEE-FOUND                           VALUE "Y".
000480 77  WS-FEE-TOTAL                  PIC S9(07)V99.
000490 77  WS-LEDG-AMOUNT-EDIT           PIC -Z,ZZZ,ZZ9.99.
