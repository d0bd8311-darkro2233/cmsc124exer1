000010*****************************************************************
000020*                                                                *
000030*    SECTREC.CPY                                                *
000040*                                                                *
000050*    COURSE SECTION RECORD LAYOUT (FILE: SECTMST)               *
000060*                                                                *
000070*    ONE RECORD PER SECTION OF A COURSE IN A TERM, KEYED ON     *
000080*    THE COURSE CODE, THE TERM CODE AND A SECTION CODE, SO A    *
000090*    COURSE'S SECTIONS FOR A TERM READ TOGETHER. KEPT BY        *
000100*    SANCHEZ30. THE MEETING PATTERN IS THE DAYS, A START AND    *
000110*    AN END TIME AND A ROOM; THE SEAT LIMIT IS THE ROOM'S       *
000120*    CAPACITY FOR THAT SECTION, ZERO MEANING NO LIMIT.          *
000130*                                                                *
000140*    SECT-DAYS IS ONE POSITION PER WEEKDAY, MONDAY FIRST:       *
000150*    "MTWHFSU" - THE DAY'S LETTER WHEN THE SECTION MEETS THAT   *
000160*    DAY, A SPACE WHEN IT DOES NOT (E.G. "M W F  "). TIMES ARE  *
000170*    24-HOUR HHMM; THE END TIME IS EXCLUSIVE, SO A SECTION      *
000180*    ENDING AT 0900 DOES NOT CLASH WITH ONE STARTING AT 0900.   *
000190*                                                                *
000200*    THE CALLING PROGRAM COPIES THIS AT LEVEL 03 (UNDER AN 01    *
000210*    WORK AREA) OR REPLACES THE LEVEL NUMBER TO 02 WHEN IT IS    *
000220*    USED DIRECTLY AS A FILE RECORD, E.G.                        *
000230*        01  SECTION-RECORD.                                     *
000240*            COPY SECTREC REPLACING ==03== BY ==02==.            *
000250*                                                                *
000260*    MODIFICATION HISTORY                                        *
000270*     DATE       BY   DESCRIPTION                                *
000280*     2026-10-15 JS   INITIAL VERSION                            *
000290*****************************************************************
000300     03  SECT-KEY.
000310         05  SECT-COURSE               PIC X(20).
000320         05  SECT-TERM-CODE            PIC X(06).
000330         05  SECT-CODE                 PIC X(04).
000340     03  SECT-DAYS                     PIC X(07).
000350     03  SECT-START-TIME               PIC 9(04).
000360     03  SECT-END-TIME                 PIC 9(04).
000370     03  SECT-ROOM                     PIC X(08).
000380     03  SECT-INSTRUCTOR               PIC X(30).
000390     03  SECT-MAX-SEATS                PIC 9(03).
