      *****************************************************************
      * Program name:    STRC007
      * Original author: MAINTAINER
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  ---------------------------------------
      * 15/10/2026 MAINTAINER    Created: prints the dataset usage
      *                          report from the STRCFREF extract
      *                          STRC000 writes - every DD name in
      *                          the batch, with the programs and
      *                          paragraphs that create it, update
      *                          it, or only read it - so "who
      *                          touches this dataset" is a report,
      *                          not a manual source scan
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STRC007.
       AUTHOR. MAINTAINER.
       INSTALLATION. IBM Z Xplore Learning Platform.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. DD/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STRCFREF ASSIGN TO STRCFREF
                   FILE STATUS IS STRCFREF-STATUS.
           SELECT STRCDSET ASSIGN TO STRCDSET
                   FILE STATUS IS STRCDSET-STATUS.
      *****************************************************************
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
      *    The 90-byte file-reference record STRC000 writes in
      *    570-WRITE-FILE-REFERENCES: program name, DD name, the
      *    program's own name for the file, the paragraph, the
      *    operation (ASSIGN, OPEN, READ, WRITE, REWRITE or DELETE)
      *    and, on OPEN records, the open mode, with one space
      *    between fields. ASSIGN records carry no paragraph.
       FD  STRCFREF.
       01 FREF-INPUT-RECORD.
          05 FIN-PROGRAM-NAME         PIC X(8).
          05 FILLER                   PIC X(1).
          05 FIN-DD-NAME              PIC X(8).
          05 FILLER                   PIC X(1).
          05 FIN-FILE-NAME            PIC X(30).
          05 FILLER                   PIC X(1).
          05 FIN-PARAGRAPH-NAME       PIC X(26).
          05 FILLER                   PIC X(1).
          05 FIN-OPERATION            PIC X(7).
          05 FILLER                   PIC X(1).
          05 FIN-OPEN-MODE            PIC X(6).
      *
       FD  STRCDSET.
       01 PRINT-AREA                  PIC X(132).
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 STRCFREF-EOF-SWITCH      PIC X      VALUE "N".
             88 STRCFREF-EOF                     VALUE "Y".
          05 DD-SEEN-SWITCH           PIC X      VALUE "N".
             88 DD-ALREADY-REPORTED              VALUE "Y".
          05 PROGRAM-SEEN-SWITCH      PIC X      VALUE "N".
             88 PROGRAM-ALREADY-REPORTED         VALUE "Y".
          05 GROUP-HEADER-SWITCH      PIC X      VALUE "N".
             88 GROUP-HEADER-PRINTED             VALUE "Y".
          05 TRUNCATED-SWITCH         PIC X      VALUE "N".
             88 EXTRACT-IS-TRUNCATED             VALUE "Y".
      *
      *    The whole extract is held in storage so the report can
      *    group every program in the batch under each DD name
      *    regardless of the order the programs were extracted in.
      *    The role is worked out once the whole extract is in: C
      *    creates the dataset, U updates it, R only reads it, and A
      *    marks the ASSIGN record, which is no I/O at all.
       01 FILE-REFERENCE-TABLE.
          05 FILE-REFERENCE-ENTRY     OCCURS 20000 TIMES
                                       INDEXED BY FREF-IDX.
             10 FT-PROGRAM-NAME       PIC X(8).
             10 FT-DD-NAME            PIC X(8).
             10 FT-FILE-NAME          PIC X(30).
             10 FT-PARAGRAPH-NAME     PIC X(26).
             10 FT-OPERATION          PIC X(7).
             10 FT-OPEN-MODE          PIC X(6).
             10 FT-ROLE-CODE          PIC X(1).
       01 FILE-REFERENCE-COUNT     PIC 9(5)   VALUE 0.
      *
      *    The groups each DD name's programs are printed in, in
      *    this order; a program lands in the strongest group its
      *    references earn, N holding programs that SELECT the file
      *    but were never seen to open, read or write it.
       01 ROLE-GROUP-WORDS.
          05 FILLER                   PIC X(1)   VALUE "C".
          05 FILLER                   PIC X(29)  VALUE "CREATED BY:".
          05 FILLER                   PIC X(1)   VALUE "U".
          05 FILLER                   PIC X(29)  VALUE "UPDATED BY:".
          05 FILLER                   PIC X(1)   VALUE "R".
          05 FILLER                   PIC X(29)  VALUE "READ ONLY BY:".
          05 FILLER                   PIC X(1)   VALUE "N".
          05 FILLER                   PIC X(29)
                                       VALUE "SELECTED, NO I/O FOUND:".
       01 ROLE-GROUP-LIST
          REDEFINES ROLE-GROUP-WORDS.
          05 ROLE-GROUP-ENTRY         OCCURS 4 TIMES
                                       INDEXED BY ROLE-IDX.
             10 RG-ROLE-CODE          PIC X(1).
             10 RG-GROUP-TEXT         PIC X(29).
      *
       01 REPORT-WORK-FIELDS.
          05 FREF-SUB              PIC 9(5)   VALUE 0.
          05 FREF-SCAN-SUB         PIC 9(5)   VALUE 0.
          05 PROGRAM-SUB           PIC 9(5)   VALUE 0.
          05 PROGRAM-SCAN-SUB      PIC 9(5)   VALUE 0.
          05 ROLE-SUB              PIC 9(1)   VALUE 0.
          05 PROGRAM-ROLE-CODE     PIC X(1)   VALUE SPACE.
      *
       01 REPORT-STATISTICS.
          05 DD-NAMES-LISTED-COUNT PIC 9(4)   VALUE 0.
          05 PROGRAMS-LISTED-COUNT PIC 9(5)   VALUE 0.
          05 USAGES-LISTED-COUNT   PIC 9(5)   VALUE 0.
      *
       01 PAGINATION-FIELDS.
          05 LINES-PER-PAGE        PIC 9(2)   VALUE 55.
          05 LINE-COUNT            PIC 9(2)   VALUE 0.
          05 PAGE-NUMBER           PIC 9(4)   VALUE 1.
      *
       01 FILE-STATUS-FIELDS.
          05 STRCFREF-STATUS       PIC X(2)   VALUE "00".
          05 STRCDSET-STATUS       PIC X(2)   VALUE "00".
      *
       01 ABEND-FIELDS.
          05 ERROR-FILE-NAME       PIC X(8)   VALUE SPACE.
          05 ERROR-STATUS-CODE     PIC X(2)   VALUE SPACE.
      *
       01 CURRENT-DATE-AND-TIME.
          05 CURRENT-DATE.
             10 CD-CURRENT-YEAR       PIC 9(4).
             10 CD-CURRENT-MONTH      PIC 9(2).
             10 CD-CURRENT-DAY        PIC 9(2).
          05 CURRENT-TIME.
             10 CD-CURRENT-HOURS      PIC 9(2).
             10 CD-CURRENT-MINUTES    PIC 9(2).
      *
       01 HEADING-LINE-1.
          05 FILLER                   PIC X(7)   VALUE "DATE:  ".
          05 HL1-DAY                  PIC 9(2).
          05 FILLER                   PIC X(1)   VALUE "/".
          05 HL1-MONTH                PIC 9(2).
          05 FILLER                   PIC X(1)   VALUE "/".
          05 HL1-YEAR                 PIC 9(4).
          05 FILLER                   PIC X(4)   VALUE SPACE.
          05 FILLER                   PIC X(12)  VALUE "MANU'S COBOL".
          05 FILLER                   PIC X(12)  VALUE " DATASET USA".
          05 FILLER                   PIC X(12)  VALUE "GE REPORT   ".
          05 FILLER                   PIC X(75)  VALUE SPACE.
      *
       01 HEADING-LINE-2.
          05 FILLER                   PIC X(7)   VALUE "TIME:  ".
          05 HL2-HOURS                PIC 9(2).
          05 FILLER                   PIC X(1)   VALUE ":".
          05 HL2-MINUTES              PIC 9(2).
          05 FILLER                   PIC X(58)  VALUE SPACE.
          05 FILLER                   PIC X(7)   VALUE "STRC007".
          05 FILLER                   PIC X(55)  VALUE SPACE.
      *
       01 HEADING-LINE-3.
          05 FILLER                   PIC X(12)  VALUE "ALL PROGRAMS".
          05 FILLER                   PIC X(12)  VALUE " IN EXTRACT ".
          05 FILLER                   PIC X(4)   VALUE SPACE.
          05 FILLER                   PIC X(5)   VALUE "PAGE:".
          05 HL3-PAGE-NUMBER          PIC ZZZ9.
          05 FILLER                   PIC X(95)  VALUE SPACE.
      *
      *    Built up field by field, then moved whole to PRINT-AREA
      *    just before WRITE, the same way STRC001 builds its lines.
       01 DD-HEADER-LINE.
          05 FILLER                   PIC X(9)   VALUE "DD NAME: ".
          05 DHL-DD-NAME              PIC X(8).
          05 FILLER                   PIC X(115) VALUE SPACE.
      *
       01 GROUP-HEADER-LINE.
          05 FILLER                   PIC X(4)   VALUE SPACE.
          05 GHL-GROUP-TEXT           PIC X(29).
          05 FILLER                   PIC X(99)  VALUE SPACE.
      *
       01 USAGE-DETAIL-LINE.
          05 FILLER                   PIC X(8)   VALUE SPACE.
          05 UDL-PROGRAM-NAME         PIC X(8).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(5)   VALUE "FILE ".
          05 UDL-FILE-NAME            PIC X(30).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(10)  VALUE "PARAGRAPH ".
          05 UDL-PARAGRAPH-NAME       PIC X(26).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 UDL-OPERATION            PIC X(7).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 UDL-OPEN-MODE            PIC X(6).
          05 FILLER                   PIC X(28)  VALUE SPACE.
      *
       01 TRUNCATION-NOTE-LINE.
          05 FILLER                   PIC X(12)  VALUE "*** REPORT T".
          05 FILLER                   PIC X(12)  VALUE "RUNCATED - E".
          05 FILLER                   PIC X(12)  VALUE "XTRACT TABLE".
          05 FILLER                   PIC X(12)  VALUE " CAPACITY EX".
          05 FILLER                   PIC X(10)  VALUE "CEEDED ***".
          05 FILLER                   PIC X(74)  VALUE SPACE.
      *
       01 NO-REFERENCES-LINE.
          05 FILLER                   PIC X(12)  VALUE "NO FILE REFE".
          05 FILLER                   PIC X(12)  VALUE "RENCES IN TH".
          05 FILLER                   PIC X(10)  VALUE "E EXTRACT ".
          05 FILLER                   PIC X(98)  VALUE SPACE.
      *
       01 FOOTER-LINE.
          05 FILLER                   PIC X(10)  VALUE "DD NAMES: ".
          05 FL-DD-NAMES-COUNT        PIC ZZZ9.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(10)  VALUE "PROGRAMS: ".
          05 FL-PROGRAMS-COUNT        PIC ZZZZ9.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(8)   VALUE "USAGES: ".
          05 FL-USAGES-COUNT          PIC ZZZZ9.
          05 FILLER                   PIC X(88)  VALUE SPACE.
      *****************************************************************
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *  Loads the whole STRCFREF extract, works out what each file
      *  operation does to its dataset, then reports each distinct
      *  DD name once, at its first appearance, with every program
      *  in the batch that names it grouped beneath it by what the
      *  program does to the dataset - the same first-appearance
      *  grouping STRC005's where-used report uses.
      ******************************************************************
       000-PREPARE-DATASET-USAGE-REPORT.
           PERFORM 100-FORMAT-HEADING-LINES.
           OPEN INPUT STRCFREF.
           OPEN OUTPUT STRCDSET.
           PERFORM 010-CHECK-OPEN-STATUS.
           PERFORM 110-LOAD-FILE-REFERENCE
              UNTIL(STRCFREF-EOF).
           PERFORM 150-ASSIGN-ONE-ROLE
              VARYING FREF-SUB FROM 1 BY 1
              UNTIL FREF-SUB > FILE-REFERENCE-COUNT.
           PERFORM 200-PRINT-HEADING-LINES.
           PERFORM 300-REPORT-ONE-DD-NAME
              VARYING FREF-SUB FROM 1 BY 1
              UNTIL FREF-SUB > FILE-REFERENCE-COUNT.
           IF FILE-REFERENCE-COUNT = 0
              MOVE NO-REFERENCES-LINE TO PRINT-AREA
              WRITE PRINT-AREA AFTER ADVANCING 2 LINES
              PERFORM 018-CHECK-STRCDSET-STATUS
           END-IF.
           PERFORM 400-PRINT-FOOTER-LINE.
           CLOSE STRCFREF
                 STRCDSET.
           STOP RUN.
      *
       010-CHECK-OPEN-STATUS.
           IF STRCFREF-STATUS NOT = "00"
              MOVE "STRCFREF" TO ERROR-FILE-NAME
              MOVE STRCFREF-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           IF STRCDSET-STATUS NOT = "00"
              MOVE "STRCDSET" TO ERROR-FILE-NAME
              MOVE STRCDSET-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
      *
      *    Portable "abend" for a batch program: name the offending
      *    file and status code, then end the run with a non-zero
      *    RETURN-CODE so the job step shows as failed.
       890-ABEND-ON-FILE-ERROR.
           DISPLAY "STRC007 - FATAL ERROR ON FILE " ERROR-FILE-NAME
                   " STATUS=" ERROR-STATUS-CODE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       018-CHECK-STRCDSET-STATUS.
           IF STRCDSET-STATUS NOT = "00"
              MOVE "STRCDSET" TO ERROR-FILE-NAME
              MOVE STRCDSET-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
      *
       100-FORMAT-HEADING-LINES.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-CURRENT-DAY TO HL1-DAY.
           MOVE CD-CURRENT-MONTH TO HL1-MONTH.
           MOVE CD-CURRENT-YEAR TO HL1-YEAR.
           MOVE CD-CURRENT-HOURS TO HL2-HOURS.
           MOVE CD-CURRENT-MINUTES TO HL2-MINUTES.
      *
       110-LOAD-FILE-REFERENCE.
           READ STRCFREF
           AT END
              MOVE "Y" TO STRCFREF-EOF-SWITCH
           NOT AT END
              IF STRCFREF-STATUS NOT = "00"
                 MOVE "STRCFREF" TO ERROR-FILE-NAME
                 MOVE STRCFREF-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              PERFORM 115-STORE-FILE-REFERENCE
           END-READ.
      *
       115-STORE-FILE-REFERENCE.
           IF FILE-REFERENCE-COUNT < 20000
              ADD 1 TO FILE-REFERENCE-COUNT
              MOVE FIN-PROGRAM-NAME
                TO FT-PROGRAM-NAME(FILE-REFERENCE-COUNT)
              MOVE FIN-DD-NAME
                TO FT-DD-NAME(FILE-REFERENCE-COUNT)
              MOVE FIN-FILE-NAME
                TO FT-FILE-NAME(FILE-REFERENCE-COUNT)
              MOVE FIN-PARAGRAPH-NAME
                TO FT-PARAGRAPH-NAME(FILE-REFERENCE-COUNT)
              MOVE FIN-OPERATION
                TO FT-OPERATION(FILE-REFERENCE-COUNT)
              MOVE FIN-OPEN-MODE
                TO FT-OPEN-MODE(FILE-REFERENCE-COUNT)
              MOVE SPACE TO FT-ROLE-CODE(FILE-REFERENCE-COUNT)
           ELSE
              PERFORM 118-NOTE-EXTRACT-TRUNCATED
           END-IF.
      *
      *    An extract that outruns the table is reported from
      *    whatever was banked, flagged on the report, and ends the
      *    step with warning RC 8 - the same trade STRC000 and
      *    STRC005 make on their own overflows.
       118-NOTE-EXTRACT-TRUNCATED.
           IF EXTRACT-IS-TRUNCATED
              CONTINUE
           ELSE
              SET EXTRACT-IS-TRUNCATED TO TRUE
              DISPLAY "STRC007 - REFERENCE TABLE CAPACITY EXCEEDED"
                      " - REPORT TRUNCATED"
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
      *
      *    OPEN OUTPUT creates the dataset; OPEN I-O or EXTEND,
      *    REWRITE and DELETE update it; OPEN INPUT and READ only
      *    read it. A WRITE creates when the same program opens the
      *    file OUTPUT, and otherwise adds to a dataset that already
      *    exists, which is an update.
       150-ASSIGN-ONE-ROLE.
           IF FT-OPERATION(FREF-SUB) = "ASSIGN"
              MOVE "A" TO FT-ROLE-CODE(FREF-SUB)
           ELSE
              IF FT-OPERATION(FREF-SUB) = "OPEN"
                 IF FT-OPEN-MODE(FREF-SUB) = "OUTPUT"
                    MOVE "C" TO FT-ROLE-CODE(FREF-SUB)
                 ELSE
                    IF FT-OPEN-MODE(FREF-SUB) = "INPUT"
                       MOVE "R" TO FT-ROLE-CODE(FREF-SUB)
                    ELSE
                       MOVE "U" TO FT-ROLE-CODE(FREF-SUB)
                    END-IF
                 END-IF
              ELSE
                 IF FT-OPERATION(FREF-SUB) = "READ"
                    MOVE "R" TO FT-ROLE-CODE(FREF-SUB)
                 ELSE
                    IF FT-OPERATION(FREF-SUB) = "WRITE"
                       MOVE "U" TO FT-ROLE-CODE(FREF-SUB)
                       PERFORM 155-TEST-ONE-OUTPUT-OPEN
                          VARYING FREF-SCAN-SUB FROM 1 BY 1
                          UNTIL FREF-SCAN-SUB > FILE-REFERENCE-COUNT
                    ELSE
                       MOVE "U" TO FT-ROLE-CODE(FREF-SUB)
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
       155-TEST-ONE-OUTPUT-OPEN.
           IF FT-PROGRAM-NAME(FREF-SCAN-SUB) = FT-PROGRAM-NAME(FREF-SUB)
              AND FT-FILE-NAME(FREF-SCAN-SUB) = FT-FILE-NAME(FREF-SUB)
              AND FT-OPERATION(FREF-SCAN-SUB) = "OPEN"
              AND FT-OPEN-MODE(FREF-SCAN-SUB) = "OUTPUT"
              MOVE "C" TO FT-ROLE-CODE(FREF-SUB)
           END-IF.
      *
       200-PRINT-HEADING-LINES.
           MOVE PAGE-NUMBER TO HL3-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           PERFORM 018-CHECK-STRCDSET-STATUS.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 018-CHECK-STRCDSET-STATUS.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 018-CHECK-STRCDSET-STATUS.
           MOVE 4 TO LINE-COUNT.
      *
       210-THROW-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           PERFORM 200-PRINT-HEADING-LINES.
      *
      *    Each distinct DD name is reported once, at its first
      *    appearance in the table; its programs follow group by
      *    group in ROLE-GROUP-LIST order.
       300-REPORT-ONE-DD-NAME.
           MOVE "N" TO DD-SEEN-SWITCH.
           PERFORM 310-TEST-EARLIER-DD-ENTRY
              VARYING FREF-SCAN-SUB FROM 1 BY 1
              UNTIL FREF-SCAN-SUB >= FREF-SUB.
           IF DD-ALREADY-REPORTED
              CONTINUE
           ELSE
              PERFORM 320-PRINT-DD-HEADER
              PERFORM 330-REPORT-ONE-ROLE-GROUP
                 VARYING ROLE-SUB FROM 1 BY 1
                 UNTIL ROLE-SUB > 4
           END-IF.
      *
       310-TEST-EARLIER-DD-ENTRY.
           IF FT-DD-NAME(FREF-SCAN-SUB) = FT-DD-NAME(FREF-SUB)
              SET DD-ALREADY-REPORTED TO TRUE
           END-IF.
      *
       320-PRINT-DD-HEADER.
           IF LINE-COUNT + 1 >= LINES-PER-PAGE
              PERFORM 210-THROW-NEW-PAGE
           END-IF.
           MOVE FT-DD-NAME(FREF-SUB) TO DHL-DD-NAME.
           MOVE DD-HEADER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 018-CHECK-STRCDSET-STATUS.
           ADD 2 TO LINE-COUNT.
           ADD 1 TO DD-NAMES-LISTED-COUNT.
      *
      *    The group header is printed only ahead of the group's
      *    first program, so an empty group leaves no trace.
       330-REPORT-ONE-ROLE-GROUP.
           MOVE "N" TO GROUP-HEADER-SWITCH.
           PERFORM 340-REPORT-ONE-PROGRAM
              VARYING PROGRAM-SUB FROM FREF-SUB BY 1
              UNTIL PROGRAM-SUB > FILE-REFERENCE-COUNT.
      *
      *    A program is taken at its first entry under this DD name,
      *    and printed here only when its strongest role is the
      *    group's.
       340-REPORT-ONE-PROGRAM.
           IF FT-DD-NAME(PROGRAM-SUB) = FT-DD-NAME(FREF-SUB)
              MOVE "N" TO PROGRAM-SEEN-SWITCH
              PERFORM 345-TEST-EARLIER-PROGRAM-ENTRY
                 VARYING PROGRAM-SCAN-SUB FROM FREF-SUB BY 1
                 UNTIL PROGRAM-SCAN-SUB >= PROGRAM-SUB
              IF PROGRAM-ALREADY-REPORTED
                 CONTINUE
              ELSE
                 PERFORM 350-FIND-PROGRAM-ROLE
                 IF PROGRAM-ROLE-CODE = RG-ROLE-CODE(ROLE-SUB)
                    PERFORM 360-PRINT-GROUP-HEADER
                    ADD 1 TO PROGRAMS-LISTED-COUNT
                    PERFORM 370-PRINT-ONE-USAGE-LINE
                       VARYING PROGRAM-SCAN-SUB FROM PROGRAM-SUB BY 1
                       UNTIL PROGRAM-SCAN-SUB > FILE-REFERENCE-COUNT
                 END-IF
              END-IF
           END-IF.
      *
       345-TEST-EARLIER-PROGRAM-ENTRY.
           IF FT-DD-NAME(PROGRAM-SCAN-SUB) = FT-DD-NAME(FREF-SUB)
              AND FT-PROGRAM-NAME(PROGRAM-SCAN-SUB)
                  = FT-PROGRAM-NAME(PROGRAM-SUB)
              SET PROGRAM-ALREADY-REPORTED TO TRUE
           END-IF.
      *
      *    C outranks U outranks R; a program with nothing but its
      *    ASSIGN record is N.
       350-FIND-PROGRAM-ROLE.
           MOVE "N" TO PROGRAM-ROLE-CODE.
           PERFORM 355-TEST-ONE-ROLE-ENTRY
              VARYING PROGRAM-SCAN-SUB FROM PROGRAM-SUB BY 1
              UNTIL PROGRAM-SCAN-SUB > FILE-REFERENCE-COUNT.
      *
       355-TEST-ONE-ROLE-ENTRY.
           IF FT-DD-NAME(PROGRAM-SCAN-SUB) = FT-DD-NAME(FREF-SUB)
              AND FT-PROGRAM-NAME(PROGRAM-SCAN-SUB)
                  = FT-PROGRAM-NAME(PROGRAM-SUB)
              IF FT-ROLE-CODE(PROGRAM-SCAN-SUB) = "C"
                 MOVE "C" TO PROGRAM-ROLE-CODE
              ELSE
                 IF FT-ROLE-CODE(PROGRAM-SCAN-SUB) = "U"
                    AND PROGRAM-ROLE-CODE NOT = "C"
                    MOVE "U" TO PROGRAM-ROLE-CODE
                 ELSE
                    IF FT-ROLE-CODE(PROGRAM-SCAN-SUB) = "R"
                       AND PROGRAM-ROLE-CODE = "N"
                       MOVE "R" TO PROGRAM-ROLE-CODE
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
       360-PRINT-GROUP-HEADER.
           IF GROUP-HEADER-PRINTED
              CONTINUE
           ELSE
              SET GROUP-HEADER-PRINTED TO TRUE
              IF LINE-COUNT + 1 >= LINES-PER-PAGE
                 PERFORM 210-THROW-NEW-PAGE
              END-IF
              MOVE RG-GROUP-TEXT(ROLE-SUB) TO GHL-GROUP-TEXT
              MOVE GROUP-HEADER-LINE TO PRINT-AREA
              WRITE PRINT-AREA AFTER ADVANCING 2 LINES
              PERFORM 018-CHECK-STRCDSET-STATUS
              ADD 2 TO LINE-COUNT
           END-IF.
      *
      *    Every operation the program performs on the dataset; a
      *    program in the N group has only its ASSIGN record, which
      *    is printed so the SELECT still shows.
       370-PRINT-ONE-USAGE-LINE.
           IF FT-DD-NAME(PROGRAM-SCAN-SUB) = FT-DD-NAME(FREF-SUB)
              AND FT-PROGRAM-NAME(PROGRAM-SCAN-SUB)
                  = FT-PROGRAM-NAME(PROGRAM-SUB)
              AND (FT-ROLE-CODE(PROGRAM-SCAN-SUB) NOT = "A"
                   OR PROGRAM-ROLE-CODE = "N")
              IF LINE-COUNT >= LINES-PER-PAGE
                 PERFORM 210-THROW-NEW-PAGE
              END-IF
              MOVE FT-PROGRAM-NAME(PROGRAM-SCAN-SUB)
                TO UDL-PROGRAM-NAME
              MOVE FT-FILE-NAME(PROGRAM-SCAN-SUB) TO UDL-FILE-NAME
              MOVE FT-PARAGRAPH-NAME(PROGRAM-SCAN-SUB)
                TO UDL-PARAGRAPH-NAME
              MOVE FT-OPERATION(PROGRAM-SCAN-SUB) TO UDL-OPERATION
              MOVE FT-OPEN-MODE(PROGRAM-SCAN-SUB) TO UDL-OPEN-MODE
              MOVE USAGE-DETAIL-LINE TO PRINT-AREA
              WRITE PRINT-AREA AFTER ADVANCING 1 LINES
              PERFORM 018-CHECK-STRCDSET-STATUS
              ADD 1 TO LINE-COUNT
              ADD 1 TO USAGES-LISTED-COUNT
           END-IF.
      *
       400-PRINT-FOOTER-LINE.
           IF EXTRACT-IS-TRUNCATED
              IF LINE-COUNT + 1 >= LINES-PER-PAGE
                 PERFORM 210-THROW-NEW-PAGE
              END-IF
              MOVE TRUNCATION-NOTE-LINE TO PRINT-AREA
              WRITE PRINT-AREA AFTER ADVANCING 2 LINES
              PERFORM 018-CHECK-STRCDSET-STATUS
              ADD 2 TO LINE-COUNT
           END-IF.
           IF LINE-COUNT + 1 >= LINES-PER-PAGE
              PERFORM 210-THROW-NEW-PAGE
           END-IF.
           MOVE DD-NAMES-LISTED-COUNT TO FL-DD-NAMES-COUNT.
           MOVE PROGRAMS-LISTED-COUNT TO FL-PROGRAMS-COUNT.
           MOVE USAGES-LISTED-COUNT TO FL-USAGES-COUNT.
           MOVE FOOTER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 018-CHECK-STRCDSET-STATUS.
      *
