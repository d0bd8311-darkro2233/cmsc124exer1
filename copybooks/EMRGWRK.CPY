000010*****************************************************************
000020*                                                                *
000030*    EMRGWRK.CPY                                                *
000040*                                                                *
000050*    WORKING-STORAGE FOR THE EMERGENCY CONTACT PARAGRAPHS IN     *
000060*    EMRGIO.CPY: THE FILE STATUS AND READY SWITCH, THE           *
000070*    HAND-OFF STUDENT NUMBER, THE RESULT SWITCHES AND COUNTS     *
000080*    THE PARAGRAPHS LEAVE BEHIND, AND THE TABLE USED TO CLOSE    *
000090*    UP THE RANKS. COPIED AS-IS (NO REPLACING) INTO THE          *
000100*    WORKING-STORAGE OF EVERY PROGRAM THAT COPIES EMRGIO, SO     *
000110*    THE NAMES EXIST IN EXACTLY ONE PLACE.                       *
000120*                                                                *
000130*    MODIFICATION HISTORY                                        *
000140*     DATE       BY   DESCRIPTION                                *
000150*     2026-10-15 JS   INITIAL VERSION                            *
000160*****************************************************************
000170 77  WS-EMRG-FILE-STATUS           PIC X(02).
000180 77  WS-EMRG-READY-SW              PIC X(01)    VALUE "N".
000190         88  WS-EMRG-READY                          VALUE "Y".
000200*    HAND-OFF FIELD: THE STUDENT WHOSE CONTACTS ARE WANTED.
000210 77  WS-EMRG-SNO                   PIC X(30).
000220*    RESULT: ON-FILE WHEN 8070 FOUND A RECORD (OTHERWISE THE
000230*    RECORD AREA IS LEFT BLANK FOR A NEW ONE); FAILED MEANS A
000240*    HARD I-O ERROR THE CALLER MUST NOT TREAT AS NOT-ON-FILE.
000250 77  WS-EMRG-ON-FILE-SW            PIC X(01)    VALUE "N".
000260         88  WS-EMRG-ON-FILE                        VALUE "Y".
000270 77  WS-EMRG-FAILED-SW             PIC X(01)    VALUE "N".
000280         88  WS-EMRG-FAILED                         VALUE "Y".
000290*    SET BY 8075 FROM THE RECORD AREA.
000300 77  WS-EMRG-GUARDIAN-SW           PIC X(01)    VALUE "N".
000310         88  WS-EMRG-HAS-GUARDIAN                   VALUE "Y".
000320 77  WS-EMRG-COUNT                 PIC 9(01) COMP.
000330 77  WS-EMRG-IX                    PIC 9(02) COMP.
000340*    PHONE NUMBER CHECK (8090): DIGITS, THEN ONLY SPACES.
000350 77  WS-EMRG-PHONE-CHECK           PIC X(11).
000360 77  WS-EMRG-PHONE-IX              PIC 9(02) COMP.
000370 77  WS-EMRG-PHONE-OK-SW           PIC X(01)    VALUE "N".
000380         88  WS-EMRG-PHONE-OK                       VALUE "Y".
000390 77  WS-EMRG-PHONE-END-SW          PIC X(01)    VALUE "N".
000400         88  WS-EMRG-PHONE-END                      VALUE "Y".
000410 01  WS-EMRG-SLOT-TABLE.
000420     05  WS-EMRG-SLOT              PIC X(65) OCCURS 3 TIMES.
