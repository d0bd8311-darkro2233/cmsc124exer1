000010*****************************************************************
000020*                                                                *
000030*    PENDWRK.CPY                                                *
000040*                                                                *
000050*    WORKING-STORAGE FOR THE PENDING-CHANGE PARAGRAPHS IN        *
000060*    PENDIO.CPY: THE FILE STATUS AND READY SWITCH, THE HAND-OFF  *
000070*    FIELDS THE CALLER SETS AND THE RESULT SWITCHES THE          *
000080*    PARAGRAPHS LEAVE BEHIND. COPIED AS-IS (NO REPLACING) INTO   *
000090*    THE WORKING-STORAGE OF EVERY PROGRAM THAT COPIES PENDIO,    *
000100*    SO THE NAMES EXIST IN EXACTLY ONE PLACE.                    *
000110*                                                                *
000120*    MODIFICATION HISTORY                                        *
000130*     DATE       BY   DESCRIPTION                                *
000140*     2026-10-15 JS   INITIAL VERSION                            *
000150*****************************************************************
000160 77  WS-PEND-FILE-STATUS           PIC X(02).
000170 77  WS-PEND-READY-SW              PIC X(01)    VALUE "N".
000180         88  WS-PEND-READY                          VALUE "Y".
000190*    HAND-OFF FIELDS: THE CALLER SETS THE STUDENT NUMBER FIRST,
000200*    AND BEFORE A QUEUE ALSO THE BEFORE AND AFTER VALUES AND ITS
000210*    OWN PROGRAM NAME.
000220 77  WS-PEND-SNO                   PIC X(30).
000230 77  WS-PEND-OLD-NAME              PIC X(30).
000240 77  WS-PEND-NEW-NAME              PIC X(30).
000250 77  WS-PEND-OLD-COURSE            PIC X(20).
000260 77  WS-PEND-NEW-COURSE            PIC X(20).
000270 77  WS-PEND-SOURCE                PIC X(09).
000280*    RESULT: OPEN-FOUND WHEN 8130 FOUND A REQUEST STILL PENDING
000290*    FOR THE STUDENT; FAILED MEANS A HARD I-O ERROR, OR NO FILE,
000300*    THAT THE CALLER MUST NOT TREAT AS NOTHING PENDING.
000310 77  WS-PEND-OPEN-SW               PIC X(01)    VALUE "N".
000320         88  WS-PEND-OPEN-FOUND                     VALUE "Y".
000330 77  WS-PEND-FAILED-SW             PIC X(01)    VALUE "N".
000340         88  WS-PEND-FAILED                         VALUE "Y".
000350 77  WS-PEND-SCAN-EOF-SW           PIC X(01)    VALUE "N".
000360         88  WS-PEND-SCAN-EOF                       VALUE "Y".
