000010*****************************************************************
000020*                                                                *
000030*    REFLIO.CPY                                                *
000040*                                                                *
000050*    PROCEDURE COPY: APPEND ONE LINE TO THE REFERENCE-DATA       *
000060*    CHANGE LOG (REFCHG, LAYOUT IN REFLREC.CPY). COPIED BY THE   *
000070*    COURSE, OPERATOR AND TERM MAINTENANCE PROGRAMS SO EVERY     *
000080*    REFERENCE CHANGE IS STAMPED THE SAME WAY. THE CALLER FILLS  *
000090*    REFL-FILE, REFL-KEY, REFL-ACTION, REFL-OLD-VALUE AND        *
000100*    REFL-NEW-VALUE AFTER ITS WRITE OR REWRITE HAS SUCCEEDED;    *
000110*    8200 ADDS THE DATE, TIME AND SIGNED-ON OPERATOR. THE FILE   *
000120*    IS OPENED AND CLOSED AROUND EACH LINE, AS SANCHEZ01 DOES    *
000130*    WITH AUDITLOG, SO A LINE SURVIVES A LATER ABEND.            *
000140*                                                                *
000150*    REQUIRES: SELECT/FD REF-CHANGE-FILE (ASSIGN "REFCHG",       *
000160*    LINE SEQUENTIAL, STATUS WS-REFCHG-FILE-STATUS) WITH 01      *
000170*    REF-CHANGE-RECORD PIC X(247); 01 WS-REF-CHANGE-LINE         *
000180*    COPYING REFLREC; WS-DATE-FIELDS/WS-TIME-FIELDS WITH THE     *
000190*    WS-CUR- BREAKDOWNS AS IN SANCHEZ01; 77 WS-SIGNON-ID.        *
000200*                                                                *
000210*    MODIFICATION HISTORY                                        *
000220*     DATE       BY   DESCRIPTION                                *
000230*     2026-10-15 JS   INITIAL VERSION                            *
000240*****************************************************************

000250*****************************************************************
000260*    8200 - REFERENCE-DATA CHANGE LOG                            *
000270*****************************************************************
000280 8200-WRITE-REF-CHANGE.
000290     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
000300     MOVE SPACES TO REFL-DATE.
000310     STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD
000320         DELIMITED BY SIZE INTO REFL-DATE.
000330     ACCEPT WS-CURRENT-TIME FROM TIME.
000340     MOVE SPACES TO REFL-TIME.
000350     STRING WS-CUR-HH ":" WS-CUR-MIN ":" WS-CUR-SEC
000360         DELIMITED BY SIZE INTO REFL-TIME.
000370     MOVE WS-SIGNON-ID TO REFL-OPERATOR.
000380     MOVE WS-REF-CHANGE-LINE TO REF-CHANGE-RECORD.
000390     OPEN EXTEND REF-CHANGE-FILE.
000400     IF WS-REFCHG-FILE-STATUS = "35"
000410         OPEN OUTPUT REF-CHANGE-FILE
000420     END-IF.
000430     IF WS-REFCHG-FILE-STATUS NOT = "00"
000440         DISPLAY "UNABLE TO OPEN REFCHG. STATUS="
000450             WS-REFCHG-FILE-STATUS
000460         DISPLAY "THE CHANGE WAS MADE BUT NOT LOGGED. REPORT "
000470             "IT TO THE REGISTRAR."
000480         GO TO 8200-EXIT
000490     END-IF.
000500     WRITE REF-CHANGE-RECORD.
000510     CLOSE REF-CHANGE-FILE.
000520 8200-EXIT.
000530     EXIT.
