000010*****************************************************************
000020*                                                                *
000030*    FEEREC.CPY                                                 *
000040*                                                                *
000050*    TUITION FEE SCHEDULE RECORD LAYOUT                          *
000060*                                                                *
000070*    USED AS THE FILE RECORD FOR EVERY PROGRAM THAT READS OR     *
000080*    WRITES THE INDEXED FEE SCHEDULE (FEESCHD, KEPT BY           *
000090*    SANCHEZ24). THE KEY IS THE COURSE CODE PLUS THE TERM CODE,  *
000100*    MATCHING THE COURSE FIELD IN STUDREC AND THE TERM CODE IN   *
000110*    TERMREC, SO A STUDENT'S CHARGES FOR A TERM ARE ONE KEYED    *
000120*    READ OF COURSE AND ENROLL-TERM.                             *
000130*                                                                *
000140*    TUITION AND MISCELLANEOUS FEES ARE ASSESSED AS TWO CHARGE   *
000150*    LINES ON THE STUDENT LEDGER (LEDGREC). THE REFUND PERCENT   *
000160*    IS THE SHARE OF THE TERM'S NET CHARGES CREDITED BACK WHEN   *
000170*    THE STUDENT WITHDRAWS (0 TO 100).                           *
000180*                                                                *
000190*    THE CALLING PROGRAM COPIES THIS AT LEVEL 03 (UNDER AN 01    *
000200*    WORK AREA) OR REPLACES THE LEVEL NUMBER TO 02 WHEN IT IS    *
000210*    USED DIRECTLY AS A FILE RECORD, E.G.                        *
000220*        01  FEE-SCHEDULE-RECORD.                                *
000230*            COPY FEEREC REPLACING ==03== BY ==02== ...          *
000240*                                                                *
000250*    MODIFICATION HISTORY                                        *
000260*     DATE       BY   DESCRIPTION                                *
000270*     2026-10-15 JS   INITIAL VERSION                            *
000280*****************************************************************
000290     03  FEE-KEY.
000300         05  FEE-COURSE                PIC X(20).
000310         05  FEE-TERM-CODE             PIC X(06).
000320     03  FEE-TUITION                   PIC 9(07)V99.
000330     03  FEE-MISC                      PIC 9(07)V99.
000340     03  FEE-REFUND-PCT                PIC 9(03).
