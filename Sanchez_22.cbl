000260*    MODIFICATION HISTORY                                        *
000270*     DATE       BY   DESCRIPTION                                *
000280*     2026-09-01 JS   INITIAL VERSION                            *
000282*     2026-10-15 JS   TERM RECORD COPY PICKED UP THE NEW TERMREC *
000284*                     FIELD CENSUS-DATE; PROCESSING IS UNCHANGED *
000290*****************************************************************

000300 ENVIRONMENT DIVISION.
000940             ==TERM-START-DATE== BY ==TM-TERM-START-DATE==
000950             ==TERM-END-DATE== BY ==TM-TERM-END-DATE==
000960             ==TERM-CURRENT-FLAG== BY ==TM-TERM-CURRENT-FLAG==
000970             ==TERM-IS-CURRENT== BY ==TM-TERM-IS-CURRENT==
000972             ==TERM-CENSUS-DATE== BY ==TM-TERM-CENSUS-DATE==.

000980 FD  TERM-LIST-FILE.
000990 01  TERM-LIST-RECORD.
