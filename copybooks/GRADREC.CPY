000010*****************************************************************
000020*                                                                *
000030*    GRADREC.CPY                                                *
000040*                                                                *
000050*    STUDENT GRADE RECORD (FILE: GRADMST)                        *
000060*                                                                *
000070*    ONE RECORD PER STUDENT PER TERM PER SUBJECT, KEYED ON THE   *
000080*    STUDENT NUMBER, TERM CODE AND SUBJECT CODE, SO A STUDENT'S  *
000090*    GRADES READ BACK TERM BY TERM FROM A START ON THE STUDENT   *
000100*    NUMBER. LOADED FROM THE FACULTY GRADE SHEETS BY SANCHEZ28;  *
000110*    THE TRANSCRIPT (SANCHEZ29) PRINTS FROM IT. RECORDS ARE      *
000120*    NEVER DELETED AND OUTLIVE THE MASTER RECORD, SO ALUMNI ON   *
000130*    STUDARCH KEEP THEIR GRADES. A CHANGED GRADE IS REWRITTEN    *
000140*    IN PLACE AND LOGGED TO GRADLOG (GRDLREC.CPY).               *
000150*                                                                *
000160*    GRADES: A A- B+ B B- C+ C C- D F COUNT IN THE GPA; P (PASS) *
000170*    EARNS CREDIT WITHOUT GRADE POINTS; I (INCOMPLETE) AND W     *
000180*    (WITHDRAWN) DO NEITHER. THE GRADE POINTS ARE STORED WITH    *
000190*    THE GRADE WHEN IT IS POSTED, SO THE TRANSCRIPT NEVER HAS    *
000200*    TO KNOW THE SCALE.                                          *
000210*                                                                *
000220*    THE CALLING PROGRAM COPIES THIS AT LEVEL 03 (UNDER AN 01    *
000230*    WORK AREA OR FILE RECORD), E.G.                             *
000240*        01  GRADE-RECORD.                                       *
000250*            COPY GRADREC REPLACING ==03== BY ==02== ...         *
000260*                                                                *
000270*    MODIFICATION HISTORY                                        *
000280*     DATE       BY   DESCRIPTION                                *
000290*     2026-10-15 JS   INITIAL VERSION                            *
000300*****************************************************************
000310     03  GRD-KEY.
000320         05  GRD-SNO                   PIC X(30).
000330         05  GRD-TERM-CODE             PIC X(06).
000340         05  GRD-SUBJECT               PIC X(10).
000350     03  GRD-SUBJECT-TITLE             PIC X(30).
000360     03  GRD-UNITS                     PIC 9(02).
000370     03  GRD-GRADE                     PIC X(02).
000380         88  GRD-VALID-GRADE             VALUE "A " "A-" "B+"
000390                                         "B " "B-" "C+" "C "
000400                                         "C-" "D " "F " "P "
000410                                         "I " "W ".
000420         88  GRD-COUNTS-IN-GPA           VALUE "A " "A-" "B+"
000430                                         "B " "B-" "C+" "C "
000440                                         "C-" "D " "F ".
000450         88  GRD-EARNS-CREDIT            VALUE "A " "A-" "B+"
000460                                         "B " "B-" "C+" "C "
000470                                         "C-" "D " "P ".
000480     03  GRD-GRADE-POINTS              PIC 9V99.
000490     03  GRD-POSTED-DATE               PIC X(10).
000500     03  GRD-OPERATOR                  PIC X(08).
