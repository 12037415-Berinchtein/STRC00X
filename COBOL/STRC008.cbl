      *****************************************************************
      * Program name:    STRC008
      * Original author: MAINTAINER
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  ---------------------------------------
      * 15/10/2026 MAINTAINER    Created: prints the copybook impact
      *                          report from the STRCCREF extract
      *                          STRC000 writes - every copybook in
      *                          the batch with the programs that
      *                          COPY it, and where - so the
      *                          recompile list for a changed layout
      *                          is a report, not a manual source
      *                          scan
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STRC008.
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
           SELECT STRCCREF ASSIGN TO STRCCREF
                   FILE STATUS IS STRCCREF-STATUS.
           SELECT STRCCRPT ASSIGN TO STRCCRPT
                   FILE STATUS IS STRCCRPT-STATUS.
      *****************************************************************
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
      *    The 59-byte copybook-usage record STRC000 writes in
      *    580-WRITE-COPY-REFERENCES: program name, copybook name,
      *    the division the COPY stands in, and for PROCEDURE
      *    DIVISION copies the paragraph, with one space between
      *    fields.
       FD  STRCCREF.
       01 CREF-INPUT-RECORD.
          05 CIN-PROGRAM-NAME         PIC X(8).
          05 FILLER                   PIC X(1).
          05 CIN-COPYBOOK-NAME        PIC X(8).
          05 FILLER                   PIC X(1).
          05 CIN-DIVISION-NAME        PIC X(14).
          05 FILLER                   PIC X(1).
          05 CIN-PARAGRAPH-NAME       PIC X(26).
      *
       FD  STRCCRPT.
       01 PRINT-AREA                  PIC X(132).
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 STRCCREF-EOF-SWITCH      PIC X      VALUE "N".
             88 STRCCREF-EOF                     VALUE "Y".
          05 COPYBOOK-SEEN-SWITCH     PIC X      VALUE "N".
             88 COPYBOOK-ALREADY-REPORTED        VALUE "Y".
          05 PROGRAM-SEEN-SWITCH      PIC X      VALUE "N".
             88 PROGRAM-ALREADY-COUNTED          VALUE "Y".
          05 TRUNCATED-SWITCH         PIC X      VALUE "N".
             88 EXTRACT-IS-TRUNCATED             VALUE "Y".
      *
      *    The whole extract is held in storage so the report can
      *    group every program in the batch under each copybook
      *    regardless of the order the programs were extracted in.
       01 COPY-REFERENCE-TABLE.
          05 COPY-REFERENCE-ENTRY     OCCURS 20000 TIMES
                                       INDEXED BY CREF-IDX.
             10 CT-PROGRAM-NAME       PIC X(8).
             10 CT-COPYBOOK-NAME      PIC X(8).
             10 CT-DIVISION-NAME      PIC X(14).
             10 CT-PARAGRAPH-NAME     PIC X(26).
       01 COPY-REFERENCE-COUNT     PIC 9(5)   VALUE 0.
      *
       01 REPORT-WORK-FIELDS.
          05 CREF-SUB              PIC 9(5)   VALUE 0.
          05 CREF-SCAN-SUB         PIC 9(5)   VALUE 0.
          05 USAGE-SUB             PIC 9(5)   VALUE 0.
          05 COPYBOOK-PROGRAM-COUNT PIC 9(5)  VALUE 0.
      *
       01 REPORT-STATISTICS.
          05 COPYBOOKS-LISTED-COUNT PIC 9(4)  VALUE 0.
          05 PROGRAMS-LISTED-COUNT PIC 9(5)   VALUE 0.
          05 USAGES-LISTED-COUNT   PIC 9(5)   VALUE 0.
      *
       01 PAGINATION-FIELDS.
          05 LINES-PER-PAGE        PIC 9(2)   VALUE 55.
          05 LINE-COUNT            PIC 9(2)   VALUE 0.
          05 PAGE-NUMBER           PIC 9(4)   VALUE 1.
      *
       01 FILE-STATUS-FIELDS.
          05 STRCCREF-STATUS       PIC X(2)   VALUE "00".
          05 STRCCRPT-STATUS       PIC X(2)   VALUE "00".
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
          05 FILLER                   PIC X(12)  VALUE " COPYBOOK IM".
          05 FILLER                   PIC X(12)  VALUE "PACT REPORT ".
          05 FILLER                   PIC X(75)  VALUE SPACE.
      *
       01 HEADING-LINE-2.
          05 FILLER                   PIC X(7)   VALUE "TIME:  ".
          05 HL2-HOURS                PIC 9(2).
          05 FILLER                   PIC X(1)   VALUE ":".
          05 HL2-MINUTES              PIC 9(2).
          05 FILLER                   PIC X(58)  VALUE SPACE.
          05 FILLER                   PIC X(7)   VALUE "STRC008".
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
      *    The program count on the header is the copybook's
      *    recompile list length: distinct programs, however many
      *    times each one copies it.
       01 COPYBOOK-HEADER-LINE.
          05 FILLER                   PIC X(10)  VALUE "COPYBOOK: ".
          05 CHL-COPYBOOK-NAME        PIC X(8).
          05 FILLER                   PIC X(4)   VALUE SPACE.
          05 FILLER                   PIC X(10)  VALUE "PROGRAMS: ".
          05 CHL-PROGRAM-COUNT        PIC ZZZZ9.
          05 FILLER                   PIC X(95)  VALUE SPACE.
      *
       01 USAGE-DETAIL-LINE.
          05 FILLER                   PIC X(4)   VALUE SPACE.
          05 UDL-PROGRAM-NAME         PIC X(8).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 UDL-DIVISION-NAME        PIC X(14).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 UDL-PARAGRAPH-NAME       PIC X(26).
          05 FILLER                   PIC X(78)  VALUE SPACE.
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
          05 FILLER                   PIC X(12)  VALUE "NO COPY STAT".
          05 FILLER                   PIC X(12)  VALUE "EMENTS IN TH".
          05 FILLER                   PIC X(10)  VALUE "E EXTRACT ".
          05 FILLER                   PIC X(98)  VALUE SPACE.
      *
       01 FOOTER-LINE.
          05 FILLER                   PIC X(11)  VALUE "COPYBOOKS: ".
          05 FL-COPYBOOKS-COUNT       PIC ZZZ9.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(12)  VALUE "RECOMPILES: ".
          05 FL-PROGRAMS-COUNT        PIC ZZZZ9.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(8)   VALUE "USAGES: ".
          05 FL-USAGES-COUNT          PIC ZZZZ9.
          05 FILLER                   PIC X(85)  VALUE SPACE.
      *****************************************************************
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *  Loads the whole STRCCREF extract, then reports each distinct
      *  copybook once, at its first appearance, with every program
      *  in the batch that copies it listed beneath it - the same
      *  first-appearance grouping STRC005's where-used report uses.
      ******************************************************************
       000-PREPARE-COPYBOOK-REPORT.
           PERFORM 100-FORMAT-HEADING-LINES.
           OPEN INPUT STRCCREF.
           OPEN OUTPUT STRCCRPT.
           PERFORM 010-CHECK-OPEN-STATUS.
           PERFORM 110-LOAD-COPY-REFERENCE
              UNTIL(STRCCREF-EOF).
           PERFORM 200-PRINT-HEADING-LINES.
           PERFORM 300-REPORT-ONE-COPYBOOK
              VARYING CREF-SUB FROM 1 BY 1
              UNTIL CREF-SUB > COPY-REFERENCE-COUNT.
           IF COPY-REFERENCE-COUNT = 0
              MOVE NO-REFERENCES-LINE TO PRINT-AREA
              WRITE PRINT-AREA AFTER ADVANCING 2 LINES
              PERFORM 018-CHECK-STRCCRPT-STATUS
           END-IF.
           PERFORM 400-PRINT-FOOTER-LINE.
           CLOSE STRCCREF
                 STRCCRPT.
           STOP RUN.
      *
       010-CHECK-OPEN-STATUS.
           IF STRCCREF-STATUS NOT = "00"
              MOVE "STRCCREF" TO ERROR-FILE-NAME
              MOVE STRCCREF-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           IF STRCCRPT-STATUS NOT = "00"
              MOVE "STRCCRPT" TO ERROR-FILE-NAME
              MOVE STRCCRPT-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
      *
      *    Portable "abend" for a batch program: name the offending
      *    file and status code, then end the run with a non-zero
      *    RETURN-CODE so the job step shows as failed.
       890-ABEND-ON-FILE-ERROR.
           DISPLAY "STRC008 - FATAL ERROR ON FILE " ERROR-FILE-NAME
                   " STATUS=" ERROR-STATUS-CODE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       018-CHECK-STRCCRPT-STATUS.
           IF STRCCRPT-STATUS NOT = "00"
              MOVE "STRCCRPT" TO ERROR-FILE-NAME
              MOVE STRCCRPT-STATUS TO ERROR-STATUS-CODE
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
       110-LOAD-COPY-REFERENCE.
           READ STRCCREF
           AT END
              MOVE "Y" TO STRCCREF-EOF-SWITCH
           NOT AT END
              IF STRCCREF-STATUS NOT = "00"
                 MOVE "STRCCREF" TO ERROR-FILE-NAME
                 MOVE STRCCREF-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              PERFORM 115-STORE-COPY-REFERENCE
           END-READ.
      *
       115-STORE-COPY-REFERENCE.
           IF COPY-REFERENCE-COUNT < 20000
              ADD 1 TO COPY-REFERENCE-COUNT
              MOVE CIN-PROGRAM-NAME
                TO CT-PROGRAM-NAME(COPY-REFERENCE-COUNT)
              MOVE CIN-COPYBOOK-NAME
                TO CT-COPYBOOK-NAME(COPY-REFERENCE-COUNT)
              MOVE CIN-DIVISION-NAME
                TO CT-DIVISION-NAME(COPY-REFERENCE-COUNT)
              MOVE CIN-PARAGRAPH-NAME
                TO CT-PARAGRAPH-NAME(COPY-REFERENCE-COUNT)
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
              DISPLAY "STRC008 - REFERENCE TABLE CAPACITY EXCEEDED"
                      " - REPORT TRUNCATED"
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
      *
       200-PRINT-HEADING-LINES.
           MOVE PAGE-NUMBER TO HL3-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           PERFORM 018-CHECK-STRCCRPT-STATUS.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 018-CHECK-STRCCRPT-STATUS.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 018-CHECK-STRCCRPT-STATUS.
           MOVE 4 TO LINE-COUNT.
      *
       210-THROW-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           PERFORM 200-PRINT-HEADING-LINES.
      *
      *    Each distinct copybook is reported once, at its first
      *    appearance in the table; every usage of it follows in
      *    extract order, which keeps each program's usages together.
       300-REPORT-ONE-COPYBOOK.
           MOVE "N" TO COPYBOOK-SEEN-SWITCH.
           PERFORM 310-TEST-EARLIER-COPYBOOK-ENTRY
              VARYING CREF-SCAN-SUB FROM 1 BY 1
              UNTIL CREF-SCAN-SUB >= CREF-SUB.
           IF COPYBOOK-ALREADY-REPORTED
              CONTINUE
           ELSE
              MOVE 0 TO COPYBOOK-PROGRAM-COUNT
              PERFORM 330-COUNT-ONE-PROGRAM
                 VARYING USAGE-SUB FROM CREF-SUB BY 1
                 UNTIL USAGE-SUB > COPY-REFERENCE-COUNT
              PERFORM 320-PRINT-COPYBOOK-HEADER
              PERFORM 340-PRINT-ONE-USAGE-LINE
                 VARYING USAGE-SUB FROM CREF-SUB BY 1
                 UNTIL USAGE-SUB > COPY-REFERENCE-COUNT
           END-IF.
      *
       310-TEST-EARLIER-COPYBOOK-ENTRY.
           IF CT-COPYBOOK-NAME(CREF-SCAN-SUB)
              = CT-COPYBOOK-NAME(CREF-SUB)
              SET COPYBOOK-ALREADY-REPORTED TO TRUE
           END-IF.
      *
       320-PRINT-COPYBOOK-HEADER.
           IF LINE-COUNT + 1 >= LINES-PER-PAGE
              PERFORM 210-THROW-NEW-PAGE
           END-IF.
           MOVE CT-COPYBOOK-NAME(CREF-SUB) TO CHL-COPYBOOK-NAME.
           MOVE COPYBOOK-PROGRAM-COUNT TO CHL-PROGRAM-COUNT.
           MOVE COPYBOOK-HEADER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 018-CHECK-STRCCRPT-STATUS.
           ADD 2 TO LINE-COUNT.
           ADD 1 TO COPYBOOKS-LISTED-COUNT.
      *
      *    A program is counted at its first usage of the copybook.
       330-COUNT-ONE-PROGRAM.
           IF CT-COPYBOOK-NAME(USAGE-SUB) = CT-COPYBOOK-NAME(CREF-SUB)
              MOVE "N" TO PROGRAM-SEEN-SWITCH
              PERFORM 335-TEST-EARLIER-PROGRAM-ENTRY
                 VARYING CREF-SCAN-SUB FROM CREF-SUB BY 1
                 UNTIL CREF-SCAN-SUB >= USAGE-SUB
              IF PROGRAM-ALREADY-COUNTED
                 CONTINUE
              ELSE
                 ADD 1 TO COPYBOOK-PROGRAM-COUNT
                 ADD 1 TO PROGRAMS-LISTED-COUNT
              END-IF
           END-IF.
      *
       335-TEST-EARLIER-PROGRAM-ENTRY.
           IF CT-COPYBOOK-NAME(CREF-SCAN-SUB)
              = CT-COPYBOOK-NAME(CREF-SUB)
              AND CT-PROGRAM-NAME(CREF-SCAN-SUB)
                  = CT-PROGRAM-NAME(USAGE-SUB)
              SET PROGRAM-ALREADY-COUNTED TO TRUE
           END-IF.
      *
       340-PRINT-ONE-USAGE-LINE.
           IF CT-COPYBOOK-NAME(USAGE-SUB) = CT-COPYBOOK-NAME(CREF-SUB)
              IF LINE-COUNT >= LINES-PER-PAGE
                 PERFORM 210-THROW-NEW-PAGE
              END-IF
              MOVE CT-PROGRAM-NAME(USAGE-SUB) TO UDL-PROGRAM-NAME
              MOVE CT-DIVISION-NAME(USAGE-SUB) TO UDL-DIVISION-NAME
              MOVE CT-PARAGRAPH-NAME(USAGE-SUB)
                TO UDL-PARAGRAPH-NAME
              MOVE USAGE-DETAIL-LINE TO PRINT-AREA
              WRITE PRINT-AREA AFTER ADVANCING 1 LINES
              PERFORM 018-CHECK-STRCCRPT-STATUS
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
              PERFORM 018-CHECK-STRCCRPT-STATUS
              ADD 2 TO LINE-COUNT
           END-IF.
           IF LINE-COUNT + 1 >= LINES-PER-PAGE
              PERFORM 210-THROW-NEW-PAGE
           END-IF.
           MOVE COPYBOOKS-LISTED-COUNT TO FL-COPYBOOKS-COUNT.
           MOVE PROGRAMS-LISTED-COUNT TO FL-PROGRAMS-COUNT.
           MOVE USAGES-LISTED-COUNT TO FL-USAGES-COUNT.
           MOVE FOOTER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 018-CHECK-STRCCRPT-STATUS.
      *
