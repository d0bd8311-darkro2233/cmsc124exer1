000010*****************************************************************
000020*                                                                *
000030*    LEDGREC.CPY                                                *
000040*                                                                *
000050*    STUDENT ACCOUNT LEDGER ENTRY (FILE: LEDGMST)                *
000060*                                                                *
000070*    ONE RECORD PER CHARGE, PAYMENT OR ADJUSTMENT, KEYED ON THE  *
000080*    STUDENT NUMBER PLUS A PER-STUDENT SEQUENCE NUMBER, SO A     *
000090*    STUDENT'S ENTRIES READ BACK IN POSTING ORDER FROM A START   *
000100*    ON THE STUDENT NUMBER. ENTRIES ARE NEVER REWRITTEN OR       *
000110*    DELETED - A MISTAKE IS CORRECTED BY A FURTHER ADJUSTMENT.   *
000120*                                                                *
000130*    THE AMOUNT IS SIGNED FROM THE STUDENT'S SIDE: A CHARGE IS   *
000140*    POSITIVE, A PAYMENT NEGATIVE, AN ADJUSTMENT EITHER (A       *
000150*    REFUND IS NEGATIVE). THE BALANCE DUE IS THE PLAIN SUM. THE  *
000160*    TERM CODE TIES THE ENTRY TO A TERM FOR THE STATEMENT.       *
000170*    THE REFERENCE IS THE RECEIPT NUMBER ON A PAYMENT AND THE    *
000180*    ORIGIN (ASSESS, WITHDRAW, REINSTATE, TRANSFER) ON THE       *
000190*    OTHERS. THE POSTING PARAGRAPHS LIVE IN LEDGIO.CPY.          *
000200*                                                                *
000210*    THE CALLING PROGRAM COPIES THIS AT LEVEL 03 (UNDER AN 01    *
000220*    WORK AREA OR FILE RECORD), E.G.                             *
000230*        01  LEDGER-RECORD.                                      *
000240*            COPY LEDGREC REPLACING ==03== BY ==02== ...         *
000250*                                                                *
000260*    MODIFICATION HISTORY                                        *
000270*     DATE       BY   DESCRIPTION                                *
000280*     2026-10-15 JS   INITIAL VERSION                            *
000290*****************************************************************
000300     03  LEDG-KEY.
000310         05  LEDG-SNO                  PIC X(30).
000320         05  LEDG-SEQ                  PIC 9(05).
000330     03  LEDG-TERM-CODE                PIC X(06).
000340     03  LEDG-DATE                     PIC X(10).
000350     03  LEDG-TIME                     PIC X(08).
000360     03  LEDG-TYPE                     PIC X(01).
000370         88  LEDG-CHARGE                     VALUE "C".
000380         88  LEDG-PAYMENT                    VALUE "P".
000390         88  LEDG-ADJUSTMENT                 VALUE "A".
000400     03  LEDG-AMOUNT                   PIC S9(07)V99
000410                                       SIGN LEADING SEPARATE.
000420     03  LEDG-REFERENCE                PIC X(10).
000430     03  LEDG-DESCRIPTION              PIC X(30).
000440     03  LEDG-OPERATOR                 PIC X(08).
