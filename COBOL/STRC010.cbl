      *****************************************************************
      * Program name:    STRC010
      * Original author: MAINTAINER
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  ---------------------------------------
      * 15/10/2026 MAINTAINER    Created: prints the job stream report
      *                          from the STRCJREF extract STRC009
      *                          writes - every job in the JCL
      *                          library with its steps, whether the
      *                          program each step runs is charted in
      *                          the batch COBLPROG, the steps of any
      *                          procedure a step calls, and the
      *                          datasets every step allocates - so
      *                          "which job runs this program, and
      *                          against what" is a report, not a
      *                          JCL library search
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STRC010.
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
           SELECT STRCJREF ASSIGN TO STRCJREF
                   FILE STATUS IS STRCJREF-STATUS.
           SELECT COBLPROG ASSIGN TO COBLPROG
                   FILE STATUS IS COBLPROG-STATUS.
           SELECT STRCJRPT ASSIGN TO STRCJRPT
                   FILE STATUS IS STRCJRPT-STATUS.
      *****************************************************************
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
      *    The 118-byte JCL-reference record STRC009 writes in
      *    300-PUT-JREF-RECORD: library member, the JOB or PROC the
      *    statement belongs to, the statement (JOB, PROC, EXEC or
      *    DD), the step, and for EXEC the PGM or PROC executed, for
      *    DD the DD name, dataset and disposition, with one space
      *    between fields.
       FD  STRCJREF.
       01 JREF-INPUT-RECORD.
          05 JIN-MEMBER-NAME          PIC X(8).
          05 FILLER                   PIC X(1).
          05 JIN-UNIT-NAME            PIC X(8).
          05 FILLER                   PIC X(1).
          05 JIN-UNIT-TYPE            PIC X(4).
          05 FILLER                   PIC X(1).
          05 JIN-STATEMENT            PIC X(4).
          05 FILLER                   PIC X(1).
          05 JIN-STEP-NAME            PIC X(8).
          05 FILLER                   PIC X(1).
          05 JIN-EXEC-TYPE            PIC X(4).
          05 FILLER                   PIC X(1).
          05 JIN-EXEC-NAME            PIC X(8).
          05 FILLER                   PIC X(1).
          05 JIN-DD-NAME              PIC X(8).
          05 FILLER                   PIC X(1).
          05 JIN-DATASET-NAME         PIC X(54).
          05 FILLER                   PIC X(1).
          05 JIN-DISPOSITION          PIC X(3).
      *
      *    The same 58-byte batch COBLPROG layout STRC000 writes: only
      *    the PGM= records and the procedure records behind them are
      *    used here, to tell which programs are charted and how many
      *    paragraphs each has.
       FD  COBLPROG.
       01 OLD-PROCEDURE-INFORMATIONS.
          05 OLD-SEQUENCE-NUMBER      PIC 9(4).
          05 OLD-PROCEDURE-NAME       PIC X(26).
          05 OLD-PERFORMED-FROM       PIC X(26).
          05 OLD-PERFORM-COUNT        PIC 9(2).
       01 OLD-IDENTIFICATION-RECORD
          REDEFINES OLD-PROCEDURE-INFORMATIONS.
          05 OLD-ID-SEQUENCE-NUMBER   PIC 9(4).
          05 OLD-ID-LITERAL           PIC X(4).
          05 OLD-ID-PROGRAM-NAME      PIC X(22).
          05 OLD-ID-EXPECTED-COUNT    PIC X(4).
          05 FILLER                   PIC X(24).
      *
       FD  STRCJRPT.
       01 PRINT-AREA                  PIC X(132).
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 STRCJREF-EOF-SWITCH      PIC X      VALUE "N".
             88 STRCJREF-EOF                     VALUE "Y".
          05 COBLPROG-EOF-SWITCH      PIC X      VALUE "N".
             88 COBLPROG-EOF                     VALUE "Y".
          05 TRUNCATED-SWITCH         PIC X      VALUE "N".
             88 EXTRACT-IS-TRUNCATED             VALUE "Y".
          05 PROC-LEVEL-SWITCH        PIC X      VALUE "N".
             88 LISTING-PROC-STEPS               VALUE "Y".
      *
      *    The whole JCL extract is held in storage, so a step that
      *    calls a procedure can list the procedure's steps wherever
      *    in the library the procedure was found.
       01 JCL-REFERENCE-TABLE.
          05 JCL-REFERENCE-ENTRY      OCCURS 20000 TIMES
                                       INDEXED BY JREF-IDX.
             10 JT-MEMBER-NAME        PIC X(8).
             10 JT-UNIT-NAME          PIC X(8).
             10 JT-UNIT-TYPE          PIC X(4).
             10 JT-STATEMENT          PIC X(4).
             10 JT-STEP-NAME          PIC X(8).
             10 JT-EXEC-TYPE          PIC X(4).
             10 JT-EXEC-NAME          PIC X(8).
             10 JT-DD-NAME            PIC X(8).
             10 JT-DATASET-NAME       PIC X(54).
             10 JT-DISPOSITION        PIC X(3).
       01 JCL-REFERENCE-COUNT         PIC 9(5)   VALUE 0.
      *
      *    One entry per PGM= record in the batch COBLPROG, with the
      *    number of procedure records that followed it.
       01 CHARTED-PROGRAM-TABLE.
          05 CHARTED-PROGRAM-ENTRY    OCCURS 500 TIMES
                                       INDEXED BY CPGM-IDX.
             10 CP-PROGRAM-NAME       PIC X(8).
             10 CP-PARAGRAPH-COUNT    PIC 9(5).
       01 CHARTED-PROGRAM-COUNT       PIC 9(3)   VALUE 0.
      *
       01 REPORT-WORK-FIELDS.
          05 JOB-SUB               PIC 9(5)   VALUE 0.
          05 STATEMENT-SUB         PIC 9(5)   VALUE 0.
          05 PROC-HEADER-SUB       PIC 9(5)   VALUE 0.
          05 PROC-STATEMENT-SUB    PIC 9(5)   VALUE 0.
          05 PROC-SCAN-SUB         PIC 9(5)   VALUE 0.
          05 SAVED-PROC-HEADER-SUB PIC 9(5)   VALUE 0.
          05 LOOKUP-SUB            PIC 9(5)   VALUE 0.
          05 FOUND-PROGRAM-SUB     PIC 9(3)   VALUE 0.
          05 LINE-INDENT           PIC 9(2)   VALUE 0.
          05 REPORT-LINE-TEXT      PIC X(120) VALUE SPACE.
      *
       01 REPORT-STATISTICS.
          05 JOBS-LISTED-COUNT     PIC 9(5)   VALUE 0.
          05 STEPS-LISTED-COUNT    PIC 9(5)   VALUE 0.
          05 CHARTED-STEPS-COUNT   PIC 9(5)   VALUE 0.
          05 UNCHARTED-STEPS-COUNT PIC 9(5)   VALUE 0.
          05 DDS-LISTED-COUNT      PIC 9(5)   VALUE 0.
      *
       01 PAGINATION-FIELDS.
          05 LINES-PER-PAGE        PIC 9(2)   VALUE 55.
          05 LINE-COUNT            PIC 9(2)   VALUE 0.
          05 PAGE-NUMBER           PIC 9(4)   VALUE 1.
      *
       01 FILE-STATUS-FIELDS.
          05 STRCJREF-STATUS       PIC X(2)   VALUE "00".
          05 COBLPROG-STATUS       PIC X(2)   VALUE "00".
          05 STRCJRPT-STATUS       PIC X(2)   VALUE "00".
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
          05 FILLER                   PIC X(12)  VALUE " JOB STREAM ".
          05 FILLER                   PIC X(12)  VALUE "REPORT      ".
          05 FILLER                   PIC X(75)  VALUE SPACE.
      *
       01 HEADING-LINE-2.
          05 FILLER                   PIC X(7)   VALUE "TIME:  ".
          05 HL2-HOURS                PIC 9(2).
          05 FILLER                   PIC X(1)   VALUE ":".
          05 HL2-MINUTES              PIC 9(2).
          05 FILLER                   PIC X(58)  VALUE SPACE.
          05 FILLER                   PIC X(7)   VALUE "STRC010".
          05 FILLER                   PIC X(55)  VALUE SPACE.
      *
       01 HEADING-LINE-3.
          05 FILLER                   PIC X(12)  VALUE "ALL JOBS IN ".
          05 FILLER                   PIC X(12)  VALUE "EXTRACT     ".
          05 FILLER                   PIC X(4)   VALUE SPACE.
          05 FILLER                   PIC X(5)   VALUE "PAGE:".
          05 HL3-PAGE-NUMBER          PIC ZZZ9.
          05 FILLER                   PIC X(95)  VALUE SPACE.
      *
      *    Built up field by field, then moved whole to PRINT-AREA
      *    just before WRITE, the same way STRC001 builds its lines.
      *    Step and DD lines are 120 bytes and land in PRINT-AREA at
      *    the indent of their level: a job's steps at 4, their DDs
      *    at 8, and a called procedure's steps and DDs 4 further in.
       01 JOB-HEADER-LINE.
          05 FILLER                   PIC X(5)   VALUE "JOB: ".
          05 JHL-JOB-NAME             PIC X(8).
          05 FILLER                   PIC X(3)   VALUE SPACE.
          05 FILLER                   PIC X(8)   VALUE "MEMBER: ".
          05 JHL-MEMBER-NAME          PIC X(8).
          05 FILLER                   PIC X(100) VALUE SPACE.
      *
       01 STEP-DETAIL-LINE.
          05 FILLER                   PIC X(6)   VALUE "STEP: ".
          05 SDL-STEP-NAME            PIC X(8).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(5)   VALUE "EXEC ".
          05 SDL-EXEC-TEXT            PIC X(14).
          05 FILLER                   PIC X(2)   VALUE SPACE.
          05 SDL-STATUS-TEXT          PIC X(30).
          05 FILLER                   PIC X(54)  VALUE SPACE.
      *
       01 DD-DETAIL-LINE.
          05 FILLER                   PIC X(4)   VALUE "DD: ".
          05 DDL-DD-NAME              PIC X(8).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(5)   VALUE "DSN: ".
          05 DDL-DATASET-NAME         PIC X(54).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(6)   VALUE "DISP: ".
          05 DDL-DISPOSITION          PIC X(3).
          05 FILLER                   PIC X(38)  VALUE SPACE.
      *
      *    Status text for a step whose program is charted; built
      *    here so the paragraph count rides inside SDL-STATUS-TEXT.
       01 CHARTED-STATUS-TEXT.
          05 FILLER                   PIC X(10)  VALUE "CHARTED - ".
          05 CST-PARAGRAPH-COUNT      PIC ZZZZ9.
          05 FILLER                   PIC X(11)  VALUE " PARAGRAPHS".
      *
       01 TRUNCATION-NOTE-LINE.
          05 FILLER                   PIC X(12)  VALUE "*** REPORT T".
          05 FILLER                   PIC X(12)  VALUE "RUNCATED - E".
          05 FILLER                   PIC X(12)  VALUE "XTRACT TABLE".
          05 FILLER                   PIC X(12)  VALUE " CAPACITY EX".
          05 FILLER                   PIC X(10)  VALUE "CEEDED ***".
          05 FILLER                   PIC X(74)  VALUE SPACE.
      *
       01 NO-JOBS-LINE.
          05 FILLER                   PIC X(12)  VALUE "NO JOBS IN T".
          05 FILLER                   PIC X(12)  VALUE "HE EXTRACT  ".
          05 FILLER                   PIC X(108) VALUE SPACE.
      *
       01 FOOTER-LINE.
          05 FILLER                   PIC X(6)   VALUE "JOBS: ".
          05 FL-JOBS-COUNT            PIC ZZZZ9.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(7)   VALUE "STEPS: ".
          05 FL-STEPS-COUNT           PIC ZZZZ9.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(9)   VALUE "CHARTED: ".
          05 FL-CHARTED-COUNT         PIC ZZZZ9.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(14)  VALUE "NOT IN BATCH: ".
          05 FL-UNCHARTED-COUNT       PIC ZZZZ9.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(10)  VALUE "DATASETS: ".
          05 FL-DDS-COUNT             PIC ZZZZ9.
          05 FILLER                   PIC X(57)  VALUE SPACE.
      *****************************************************************
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *  Loads the JCL extract and the batch's charted programs, then
      *  reports every job in library order: each step with the
      *  program it runs and whether STRC001 has it charted, a
      *  called procedure's own steps beneath the step that calls
      *  it, and the datasets behind every DD statement.
      ******************************************************************
       000-PREPARE-JOB-STREAM-REPORT.
           PERFORM 100-FORMAT-HEADING-LINES.
           OPEN INPUT STRCJREF
                      COBLPROG.
           OPEN OUTPUT STRCJRPT.
           PERFORM 010-CHECK-OPEN-STATUS.
           PERFORM 110-LOAD-JCL-REFERENCE
              UNTIL(STRCJREF-EOF).
           PERFORM 130-LOAD-CHARTED-PROGRAM
              UNTIL(COBLPROG-EOF).
           PERFORM 200-PRINT-HEADING-LINES.
           PERFORM 300-REPORT-ONE-JOB
              VARYING JOB-SUB FROM 1 BY 1
              UNTIL JOB-SUB > JCL-REFERENCE-COUNT.
           IF JOBS-LISTED-COUNT = 0
              MOVE NO-JOBS-LINE TO PRINT-AREA
              WRITE PRINT-AREA AFTER ADVANCING 2 LINES
              PERFORM 018-CHECK-STRCJRPT-STATUS
           END-IF.
           PERFORM 400-PRINT-FOOTER-LINE.
           CLOSE STRCJREF
                 COBLPROG
                 STRCJRPT.
           STOP RUN.
      *
       010-CHECK-OPEN-STATUS.
           IF STRCJREF-STATUS NOT = "00"
              MOVE "STRCJREF" TO ERROR-FILE-NAME
              MOVE STRCJREF-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           IF COBLPROG-STATUS NOT = "00"
              MOVE "COBLPROG" TO ERROR-FILE-NAME
              MOVE COBLPROG-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           IF STRCJRPT-STATUS NOT = "00"
              MOVE "STRCJRPT" TO ERROR-FILE-NAME
              MOVE STRCJRPT-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
      *
      *    Portable "abend" for a batch program: name the offending
      *    file and status code, then end the run with a non-zero
      *    RETURN-CODE so the job step shows as failed.
       890-ABEND-ON-FILE-ERROR.
           DISPLAY "STRC010 - FATAL ERROR ON FILE " ERROR-FILE-NAME
                   " STATUS=" ERROR-STATUS-CODE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       018-CHECK-STRCJRPT-STATUS.
           IF STRCJRPT-STATUS NOT = "00"
              MOVE "STRCJRPT" TO ERROR-FILE-NAME
              MOVE STRCJRPT-STATUS TO ERROR-STATUS-CODE
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
       110-LOAD-JCL-REFERENCE.
           READ STRCJREF
           AT END
              MOVE "Y" TO STRCJREF-EOF-SWITCH
           NOT AT END
              IF STRCJREF-STATUS NOT = "00"
                 MOVE "STRCJREF" TO ERROR-FILE-NAME
                 MOVE STRCJREF-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              PERFORM 115-STORE-JCL-REFERENCE
           END-READ.
      *
       115-STORE-JCL-REFERENCE.
           IF JCL-REFERENCE-COUNT < 20000
              ADD 1 TO JCL-REFERENCE-COUNT
              MOVE JIN-MEMBER-NAME
                TO JT-MEMBER-NAME(JCL-REFERENCE-COUNT)
              MOVE JIN-UNIT-NAME
                TO JT-UNIT-NAME(JCL-REFERENCE-COUNT)
              MOVE JIN-UNIT-TYPE
                TO JT-UNIT-TYPE(JCL-REFERENCE-COUNT)
              MOVE JIN-STATEMENT
                TO JT-STATEMENT(JCL-REFERENCE-COUNT)
              MOVE JIN-STEP-NAME
                TO JT-STEP-NAME(JCL-REFERENCE-COUNT)
              MOVE JIN-EXEC-TYPE
                TO JT-EXEC-TYPE(JCL-REFERENCE-COUNT)
              MOVE JIN-EXEC-NAME
                TO JT-EXEC-NAME(JCL-REFERENCE-COUNT)
              MOVE JIN-DD-NAME
                TO JT-DD-NAME(JCL-REFERENCE-COUNT)
              MOVE JIN-DATASET-NAME
                TO JT-DATASET-NAME(JCL-REFERENCE-COUNT)
              MOVE JIN-DISPOSITION
                TO JT-DISPOSITION(JCL-REFERENCE-COUNT)
           ELSE
              PERFORM 118-NOTE-EXTRACT-TRUNCATED
           END-IF.
      *
      *    An extract that outruns a table is reported from whatever
      *    was banked, flagged on the report, and ends the step with
      *    warning RC 8 - the same trade STRC007 makes.
       118-NOTE-EXTRACT-TRUNCATED.
           IF EXTRACT-IS-TRUNCATED
              CONTINUE
           ELSE
              SET EXTRACT-IS-TRUNCATED TO TRUE
              DISPLAY "STRC010 - EXTRACT TABLE CAPACITY EXCEEDED"
                      " - REPORT TRUNCATED"
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
      *
      *    Record types are told apart the way STRC001 tells them:
      *    sequence number 0000 plus the identifying literal. Every
      *    record with a non-zero sequence number is a paragraph of
      *    the program the last PGM= record named.
       130-LOAD-CHARTED-PROGRAM.
           READ COBLPROG
           AT END
              MOVE "Y" TO COBLPROG-EOF-SWITCH
           NOT AT END
              IF COBLPROG-STATUS NOT = "00"
                 MOVE "COBLPROG" TO ERROR-FILE-NAME
                 MOVE COBLPROG-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              IF OLD-SEQUENCE-NUMBER = 0
                 AND OLD-ID-LITERAL = "PGM="
                 PERFORM 135-STORE-CHARTED-PROGRAM
              ELSE
                 IF OLD-SEQUENCE-NUMBER > 0
                    AND CHARTED-PROGRAM-COUNT > 0
                    ADD 1
                      TO CP-PARAGRAPH-COUNT(CHARTED-PROGRAM-COUNT)
                 END-IF
              END-IF
           END-READ.
      *
       135-STORE-CHARTED-PROGRAM.
           IF CHARTED-PROGRAM-COUNT < 500
              ADD 1 TO CHARTED-PROGRAM-COUNT
              MOVE OLD-ID-PROGRAM-NAME(1:8)
                TO CP-PROGRAM-NAME(CHARTED-PROGRAM-COUNT)
              MOVE 0 TO CP-PARAGRAPH-COUNT(CHARTED-PROGRAM-COUNT)
           ELSE
              PERFORM 118-NOTE-EXTRACT-TRUNCATED
           END-IF.
      *
       200-PRINT-HEADING-LINES.
           MOVE PAGE-NUMBER TO HL3-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           PERFORM 018-CHECK-STRCJRPT-STATUS.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 018-CHECK-STRCJRPT-STATUS.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 018-CHECK-STRCJRPT-STATUS.
           MOVE 4 TO LINE-COUNT.
      *
       210-THROW-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           PERFORM 200-PRINT-HEADING-LINES.
      *
      *    Every JOB record opens a job; the job's EXEC and DD
      *    records are the ones after it from the same member under
      *    the same job name, so an in-stream procedure defined
      *    inside the job is not mistaken for its steps.
       300-REPORT-ONE-JOB.
           IF JT-STATEMENT(JOB-SUB) = "JOB"
              IF LINE-COUNT + 1 >= LINES-PER-PAGE
                 PERFORM 210-THROW-NEW-PAGE
              END-IF
              MOVE JT-UNIT-NAME(JOB-SUB) TO JHL-JOB-NAME
              MOVE JT-MEMBER-NAME(JOB-SUB) TO JHL-MEMBER-NAME
              MOVE JOB-HEADER-LINE TO PRINT-AREA
              WRITE PRINT-AREA AFTER ADVANCING 2 LINES
              PERFORM 018-CHECK-STRCJRPT-STATUS
              ADD 2 TO LINE-COUNT
              ADD 1 TO JOBS-LISTED-COUNT
              PERFORM 310-REPORT-ONE-JOB-STATEMENT
                 VARYING STATEMENT-SUB FROM JOB-SUB BY 1
                 UNTIL STATEMENT-SUB > JCL-REFERENCE-COUNT
           END-IF.
      *
       310-REPORT-ONE-JOB-STATEMENT.
           IF JT-MEMBER-NAME(STATEMENT-SUB) = JT-MEMBER-NAME(JOB-SUB)
              AND JT-UNIT-NAME(STATEMENT-SUB) = JT-UNIT-NAME(JOB-SUB)
              AND JT-UNIT-TYPE(STATEMENT-SUB) = "JOB"
              IF JT-STATEMENT(STATEMENT-SUB) = "EXEC"
                 MOVE 4 TO LINE-INDENT
                 MOVE STATEMENT-SUB TO LOOKUP-SUB
                 PERFORM 320-PRINT-STEP-LINE
                 IF JT-EXEC-TYPE(STATEMENT-SUB) = "PROC"
                    AND PROC-HEADER-SUB > 0
                    SET LISTING-PROC-STEPS TO TRUE
                    PERFORM 340-REPORT-ONE-PROC-STATEMENT
                       VARYING PROC-STATEMENT-SUB
                          FROM PROC-HEADER-SUB BY 1
                       UNTIL PROC-STATEMENT-SUB > JCL-REFERENCE-COUNT
                    MOVE "N" TO PROC-LEVEL-SWITCH
                 END-IF
              ELSE
                 IF JT-STATEMENT(STATEMENT-SUB) = "DD"
                    MOVE 8 TO LINE-INDENT
                    MOVE STATEMENT-SUB TO LOOKUP-SUB
                    PERFORM 330-PRINT-DD-LINE
                 END-IF
              END-IF
           END-IF.
      *
      *    A step line says what the step runs and what the batch
      *    knows of it: a program is charted (with its paragraph
      *    count) or not in the batch; a procedure is listed below
      *    or not in the JCL library. The step at LOOKUP-SUB prints
      *    at LINE-INDENT; PROC-HEADER-SUB comes back pointing at a
      *    called procedure's PROC record, or zero.
       320-PRINT-STEP-LINE.
           MOVE 0 TO PROC-HEADER-SUB.
           MOVE JT-STEP-NAME(LOOKUP-SUB) TO SDL-STEP-NAME.
           MOVE SPACE TO SDL-EXEC-TEXT.
           MOVE SPACE TO SDL-STATUS-TEXT.
           IF JT-EXEC-TYPE(LOOKUP-SUB) = "PGM"
              STRING "PGM=" JT-EXEC-NAME(LOOKUP-SUB)
                 DELIMITED BY SIZE
                 INTO SDL-EXEC-TEXT
              END-STRING
              PERFORM 325-FIND-CHARTED-PROGRAM
              IF FOUND-PROGRAM-SUB > 0
                 MOVE CP-PARAGRAPH-COUNT(FOUND-PROGRAM-SUB)
                   TO CST-PARAGRAPH-COUNT
                 MOVE CHARTED-STATUS-TEXT TO SDL-STATUS-TEXT
                 ADD 1 TO CHARTED-STEPS-COUNT
              ELSE
                 MOVE "NOT IN BATCH" TO SDL-STATUS-TEXT
                 ADD 1 TO UNCHARTED-STEPS-COUNT
              END-IF
           ELSE
              STRING "PROC=" JT-EXEC-NAME(LOOKUP-SUB)
                 DELIMITED BY SIZE
                 INTO SDL-EXEC-TEXT
              END-STRING
              PERFORM 327-FIND-PROC-HEADER
                 VARYING PROC-SCAN-SUB FROM 1 BY 1
                 UNTIL PROC-SCAN-SUB > JCL-REFERENCE-COUNT
                    OR PROC-HEADER-SUB > 0
              IF PROC-HEADER-SUB > 0
                 IF LISTING-PROC-STEPS
                    MOVE "PROCEDURE IN JCL LIBRARY"
                      TO SDL-STATUS-TEXT
                 ELSE
                    MOVE "PROCEDURE STEPS FOLLOW"
                      TO SDL-STATUS-TEXT
                 END-IF
              ELSE
                 MOVE "PROCEDURE NOT IN JCL LIBRARY"
                   TO SDL-STATUS-TEXT
              END-IF
           END-IF.
           MOVE STEP-DETAIL-LINE TO REPORT-LINE-TEXT.
           PERFORM 350-PUT-INDENTED-LINE.
           ADD 1 TO STEPS-LISTED-COUNT.
      *
       325-FIND-CHARTED-PROGRAM.
           MOVE 0 TO FOUND-PROGRAM-SUB.
           PERFORM 326-TEST-ONE-CHARTED-PROGRAM
              VARYING CPGM-IDX FROM 1 BY 1
              UNTIL CPGM-IDX > CHARTED-PROGRAM-COUNT
                 OR FOUND-PROGRAM-SUB > 0.
      *
       326-TEST-ONE-CHARTED-PROGRAM.
           IF CP-PROGRAM-NAME(CPGM-IDX) = JT-EXEC-NAME(LOOKUP-SUB)
              SET FOUND-PROGRAM-SUB TO CPGM-IDX
           END-IF.
      *
       327-FIND-PROC-HEADER.
           IF JT-STATEMENT(PROC-SCAN-SUB) = "PROC"
              AND JT-UNIT-NAME(PROC-SCAN-SUB)
                  = JT-EXEC-NAME(LOOKUP-SUB)
              MOVE PROC-SCAN-SUB TO PROC-HEADER-SUB
           END-IF.
      *
       330-PRINT-DD-LINE.
           MOVE JT-DD-NAME(LOOKUP-SUB) TO DDL-DD-NAME.
           MOVE JT-DATASET-NAME(LOOKUP-SUB) TO DDL-DATASET-NAME.
           MOVE JT-DISPOSITION(LOOKUP-SUB) TO DDL-DISPOSITION.
           MOVE DD-DETAIL-LINE TO REPORT-LINE-TEXT.
           PERFORM 350-PUT-INDENTED-LINE.
           ADD 1 TO DDS-LISTED-COUNT.
      *
      *    A called procedure's steps and DDs print one level in from
      *    the calling step. Only one level is opened: a procedure
      *    step that itself calls a procedure shows the call, and
      *    whether the library holds it, without listing the inner
      *    procedure's steps.
       340-REPORT-ONE-PROC-STATEMENT.
           IF JT-MEMBER-NAME(PROC-STATEMENT-SUB)
              = JT-MEMBER-NAME(PROC-HEADER-SUB)
              AND JT-UNIT-NAME(PROC-STATEMENT-SUB)
                  = JT-UNIT-NAME(PROC-HEADER-SUB)
              AND JT-UNIT-TYPE(PROC-STATEMENT-SUB) = "PROC"
              MOVE PROC-STATEMENT-SUB TO LOOKUP-SUB
              IF JT-STATEMENT(PROC-STATEMENT-SUB) = "EXEC"
                 MOVE 8 TO LINE-INDENT
                 PERFORM 345-PRINT-PROC-STEP-LINE
              ELSE
                 IF JT-STATEMENT(PROC-STATEMENT-SUB) = "DD"
                    MOVE 12 TO LINE-INDENT
                    PERFORM 330-PRINT-DD-LINE
                 END-IF
              END-IF
           END-IF.
      *
      *    320 clears PROC-HEADER-SUB for its own use, so the header
      *    of the procedure being listed is kept across the call.
       345-PRINT-PROC-STEP-LINE.
           MOVE PROC-HEADER-SUB TO SAVED-PROC-HEADER-SUB.
           PERFORM 320-PRINT-STEP-LINE.
           MOVE SAVED-PROC-HEADER-SUB TO PROC-HEADER-SUB.
      *
       350-PUT-INDENTED-LINE.
           IF LINE-COUNT >= LINES-PER-PAGE
              PERFORM 210-THROW-NEW-PAGE
           END-IF.
           MOVE SPACE TO PRINT-AREA.
           MOVE REPORT-LINE-TEXT TO PRINT-AREA(LINE-INDENT + 1:).
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 018-CHECK-STRCJRPT-STATUS.
           ADD 1 TO LINE-COUNT.
      *
       400-PRINT-FOOTER-LINE.
           IF EXTRACT-IS-TRUNCATED
              IF LINE-COUNT + 1 >= LINES-PER-PAGE
                 PERFORM 210-THROW-NEW-PAGE
              END-IF
              MOVE TRUNCATION-NOTE-LINE TO PRINT-AREA
              WRITE PRINT-AREA AFTER ADVANCING 2 LINES
              PERFORM 018-CHECK-STRCJRPT-STATUS
              ADD 2 TO LINE-COUNT
           END-IF.
           IF LINE-COUNT + 1 >= LINES-PER-PAGE
              PERFORM 210-THROW-NEW-PAGE
           END-IF.
           MOVE JOBS-LISTED-COUNT TO FL-JOBS-COUNT.
           MOVE STEPS-LISTED-COUNT TO FL-STEPS-COUNT.
           MOVE CHARTED-STEPS-COUNT TO FL-CHARTED-COUNT.
           MOVE UNCHARTED-STEPS-COUNT TO FL-UNCHARTED-COUNT.
           MOVE DDS-LISTED-COUNT TO FL-DDS-COUNT.
           MOVE FOOTER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 018-CHECK-STRCJRPT-STATUS.
