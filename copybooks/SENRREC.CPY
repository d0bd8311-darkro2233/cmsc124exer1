000010*****************************************************************
000020*                                                                *
000030*    SENRREC.CPY                                                *
000040*                                                                *
000050*    SECTION ENROLLMENT RECORD LAYOUT (FILE: SECTENR)           *
000060*                                                                *
000070*    ONE RECORD PER STUDENT PER SECTION HELD, KEYED ON THE      *
000080*    SECTION KEY (COURSE, TERM, SECTION) FOLLOWED BY THE        *
000090*    STUDENT NUMBER, SO A SECTION'S CLASS LIST - AND ITS SEAT   *
000100*    COUNT - READS TOGETHER, AND EVERY SECTION A STUDENT HOLDS  *
000110*    IN THEIR COURSE FOR A TERM LIES IN ONE KEY RANGE. WRITTEN  *
000120*    AND DELETED ONLY THROUGH SECTIO.CPY (SANCHEZ01 MENU AND    *
000130*    THE SANCHEZ07 TRANSACTION FILE), WHICH CARRIES THE         *
000140*    CAPACITY AND TIMETABLE CLASH RULES.                        *
000150*                                                                *
000160*    THE CALLING PROGRAM COPIES THIS AT LEVEL 03 (UNDER AN 01    *
000170*    WORK AREA) OR REPLACES THE LEVEL NUMBER TO 02 WHEN IT IS    *
000180*    USED DIRECTLY AS A FILE RECORD.                             *
000190*                                                                *
000200*    MODIFICATION HISTORY                                        *
000210*     DATE       BY   DESCRIPTION                                *
000220*     2026-10-15 JS   INITIAL VERSION                            *
000230*****************************************************************
000240     03  SENR-KEY.
000250         05  SENR-COURSE               PIC X(20).
000260         05  SENR-TERM-CODE            PIC X(06).
000270         05  SENR-SECTION              PIC X(04).
000280         05  SENR-SNO                  PIC X(30).
000290     03  SENR-DATE                     PIC X(10).
000300     03  SENR-OPERATOR                 PIC X(08).
