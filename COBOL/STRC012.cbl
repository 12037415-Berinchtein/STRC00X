      *****************************************************************
      * Program name:    STRC012
      * Original author: MAINTAINER
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  ---------------------------------------
      * 15/10/2026 MAINTAINER    Created: maintains the keyed STRCANNO
      *                          annotation master - a business
      *                          description, owning team, contact and
      *                          free-text note per program, or per
      *                          program and paragraph - from the
      *                          STRCATRN add/change/delete
      *                          transaction file, every transaction
      *                          listed on the STRCAEDT edit report as
      *                          accepted or rejected with its reason,
      *                          so STRC001 listings and STRC004
      *                          inquiries can say who owns what they
      *                          turn up
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STRC012.
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
           SELECT STRCATRN ASSIGN TO STRCATRN
                   FILE STATUS IS STRCATRN-STATUS.
           SELECT OPTIONAL STRCMAST ASSIGN TO STRCMAST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MAST-KEY
                   FILE STATUS IS STRCMAST-STATUS.
           SELECT OPTIONAL STRCANNO ASSIGN TO STRCANNO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ANNO-KEY
                   FILE STATUS IS STRCANNO-STATUS.
           SELECT STRCAEDT ASSIGN TO STRCAEDT
                   FILE STATUS IS STRCAEDT-STATUS.
      *****************************************************************
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
      *    One maintenance transaction per record, "*" in column 1 a
      *    comment:
      *        A  add an annotation for a key STRCMAST knows
      *        C  change one - only the fields given replace the
      *           fields on file, a blank field leaves its value
      *        D  delete one - the key alone; STRCMAST is not
      *           consulted, so an annotation a PURGE has orphaned
      *           can still be removed
      *    A blank paragraph name keys the program's own annotation.
       FD  STRCATRN.
       01 ANNOTATION-TRANSACTION.
          05 ATR-ACTION-CODE          PIC X(1).
             88 ATR-ADD                          VALUE "A".
             88 ATR-CHANGE                       VALUE "C".
             88 ATR-DELETE                       VALUE "D".
          05 FILLER                   PIC X(1).
          05 ATR-PROGRAM-NAME         PIC X(8).
          05 FILLER                   PIC X(1).
          05 ATR-PROCEDURE-NAME       PIC X(26).
          05 FILLER                   PIC X(1).
          05 ATR-DESCRIPTION          PIC X(40).
          05 FILLER                   PIC X(1).
          05 ATR-OWNING-TEAM          PIC X(20).
          05 FILLER                   PIC X(1).
          05 ATR-CONTACT              PIC X(30).
          05 FILLER                   PIC X(1).
          05 ATR-NOTE                 PIC X(60).
          05 FILLER                   PIC X(9).
      *
      *    The STRC004 structure repository master, read only to
      *    prove that the program - and the paragraph, when one is
      *    named - is one the repository knows.
       FD  STRCMAST.
       01 MAST-RECORD.
          05 MAST-KEY.
             10 MAST-PROGRAM-NAME     PIC X(8).
             10 MAST-PROCEDURE-NAME   PIC X(26).
          05 MAST-NESTING-LEVEL       PIC 9(2).
          05 MAST-COMMON-MODULE       PIC X(3).
          05 MAST-LAST-RUN-DATE       PIC 9(8).
          05 MAST-FIRST-SEEN-DATE     PIC 9(8).
      *
      *    The annotation master: keyed like STRCMAST, program name
      *    plus procedure name, with SPACES for the procedure name on
      *    the program's own annotation, so it sorts ahead of every
      *    paragraph annotation under the same program.
      *    OPTIONAL, so the first run of a new installation creates
      *    it.
       FD  STRCANNO.
       01 ANNO-RECORD.
          05 ANNO-KEY.
             10 ANNO-PROGRAM-NAME     PIC X(8).
             10 ANNO-PROCEDURE-NAME   PIC X(26).
          05 ANNO-DESCRIPTION         PIC X(40).
          05 ANNO-OWNING-TEAM         PIC X(20).
          05 ANNO-CONTACT             PIC X(30).
          05 ANNO-NOTE                PIC X(60).
          05 ANNO-LAST-CHANGED-DATE   PIC 9(8).
      *
       FD  STRCAEDT.
       01 PRINT-AREA                  PIC X(132).
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 STRCATRN-EOF-SWITCH      PIC X      VALUE "N".
             88 STRCATRN-EOF                     VALUE "Y".
          05 STRUCTURE-FOUND-SWITCH   PIC X      VALUE "N".
             88 STRUCTURE-KEY-FOUND              VALUE "Y".
          05 ANNOTATION-FOUND-SWITCH  PIC X      VALUE "N".
             88 ANNOTATION-ON-FILE               VALUE "Y".
      *
       01 EDIT-WORK-FIELDS.
          05 REJECT-REASON         PIC X(40)  VALUE SPACE.
          05 ACCEPT-TEXT           PIC X(8)   VALUE SPACE.
      *
       01 EDIT-STATISTICS.
          05 TRANSACTIONS-READ-COUNT
                                       PIC 9(5)   VALUE 0.
          05 ANNOTATIONS-ADDED-COUNT
                                       PIC 9(5)   VALUE 0.
          05 ANNOTATIONS-CHANGED-COUNT
                                       PIC 9(5)   VALUE 0.
          05 ANNOTATIONS-DELETED-COUNT
                                       PIC 9(5)   VALUE 0.
          05 TRANSACTIONS-REJECTED-COUNT
                                       PIC 9(5)   VALUE 0.
      *
       01 PAGINATION-FIELDS.
          05 LINES-PER-PAGE        PIC 9(2)   VALUE 55.
          05 LINE-COUNT            PIC 9(2)   VALUE 0.
          05 PAGE-NUMBER           PIC 9(4)   VALUE 1.
      *
       01 FILE-STATUS-FIELDS.
          05 STRCATRN-STATUS       PIC X(2)   VALUE "00".
          05 STRCMAST-STATUS       PIC X(2)   VALUE "00".
          05 STRCANNO-STATUS       PIC X(2)   VALUE "00".
          05 STRCAEDT-STATUS       PIC X(2)   VALUE "00".
      *
       01 ABEND-FIELDS.
          05 ERROR-FILE-NAME       PIC X(8)   VALUE SPACE.
          05 ERROR-STATUS-CODE     PIC X(2)   VALUE SPACE.
      *
       01 RUN-DATE-FIELDS.
          05 RUN-DATE              PIC 9(8)   VALUE 0.
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
          05 FILLER                   PIC X(12)  VALUE " ANNOTATION ".
          05 FILLER                   PIC X(12)  VALUE "MAINTENANCE ".
          05 FILLER                   PIC X(12)  VALUE "EDIT REPORT ".
          05 FILLER                   PIC X(63)  VALUE SPACE.
      *
       01 HEADING-LINE-2.
          05 FILLER                   PIC X(7)   VALUE "TIME:  ".
          05 HL2-HOURS                PIC 9(2).
          05 FILLER                   PIC X(1)   VALUE ":".
          05 HL2-MINUTES              PIC 9(2).
          05 FILLER                   PIC X(58)  VALUE SPACE.
          05 FILLER                   PIC X(7)   VALUE "STRC012".
          05 FILLER                   PIC X(55)  VALUE SPACE.
      *
       01 HEADING-LINE-3.
          05 FILLER                   PIC X(12)  VALUE "TRANSACTIONS".
          05 FILLER                   PIC X(12)  VALUE " FROM STRCAT".
          05 FILLER                   PIC X(2)   VALUE "RN".
          05 FILLER                   PIC X(18)  VALUE SPACE.
          05 FILLER                   PIC X(5)   VALUE "PAGE:".
          05 HL3-PAGE-NUMBER          PIC ZZZ9.
          05 FILLER                   PIC X(79)  VALUE SPACE.
      *
       01 COLUMN-HEADING-LINE.
          05 FILLER                   PIC X(6)   VALUE "ACT   ".
          05 FILLER                   PIC X(9)   VALUE "PROGRAM  ".
          05 FILLER                   PIC X(12)  VALUE "PARAGRAPH   ".
          05 FILLER                   PIC X(15)  VALUE SPACE.
          05 FILLER                   PIC X(11)  VALUE "DISPOSITION".
          05 FILLER                   PIC X(79)  VALUE SPACE.
      *
      *    One line per transaction, built up field by field and
      *    moved whole to PRINT-AREA just before WRITE.
       01 EDIT-DETAIL-LINE.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 EDL-ACTION-CODE          PIC X(1).
          05 FILLER                   PIC X(4)   VALUE SPACE.
          05 EDL-PROGRAM-NAME         PIC X(8).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 EDL-PROCEDURE-NAME       PIC X(26).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 EDL-DISPOSITION          PIC X(50).
          05 FILLER                   PIC X(40)  VALUE SPACE.
      *
       01 EDIT-SUMMARY-LINE.
          05 FILLER                   PIC X(6)   VALUE "READ: ".
          05 ESL-READ-COUNT           PIC ZZZZ9.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(7)   VALUE "ADDED: ".
          05 ESL-ADDED-COUNT          PIC ZZZZ9.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(9)   VALUE "CHANGED: ".
          05 ESL-CHANGED-COUNT        PIC ZZZZ9.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(9)   VALUE "DELETED: ".
          05 ESL-DELETED-COUNT        PIC ZZZZ9.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(10)  VALUE "REJECTED: ".
          05 ESL-REJECTED-COUNT       PIC ZZZZ9.
          05 FILLER                   PIC X(62)  VALUE SPACE.
      *****************************************************************
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *  Applies the STRCATRN transactions to STRCANNO in file order,
      *  so an add followed by a change of the same key in one run
      *  behaves as it reads. Every transaction is edited in full
      *  before anything is written: a rejected one leaves the
      *  annotation master untouched and ends the step with warning
      *  RC 4.
      ******************************************************************
       000-MAINTAIN-ANNOTATIONS.
           PERFORM 100-FORMAT-HEADING-LINES.
           OPEN INPUT STRCATRN
                      STRCMAST.
           OPEN I-O STRCANNO.
           OPEN OUTPUT STRCAEDT.
           PERFORM 010-CHECK-OPEN-STATUS.
           PERFORM 200-PRINT-HEADING-LINES.
           PERFORM 110-READ-ONE-TRANSACTION
              UNTIL(STRCATRN-EOF).
           PERFORM 400-PRINT-SUMMARY-LINE.
           IF TRANSACTIONS-REJECTED-COUNT > 0
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE STRCATRN
                 STRCMAST
                 STRCANNO
                 STRCAEDT.
           STOP RUN.
      *
      *    OPTIONAL on the repository and annotation SELECTs: status
      *    05 on STRCMAST means no load has run yet, and every add or
      *    change is rejected; on STRCANNO it means this run creates
      *    the annotation master. Either is as good as 00 here.
       010-CHECK-OPEN-STATUS.
           IF STRCATRN-STATUS NOT = "00"
              MOVE "STRCATRN" TO ERROR-FILE-NAME
              MOVE STRCATRN-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           IF STRCMAST-STATUS NOT = "00" AND STRCMAST-STATUS NOT = "05"
              MOVE "STRCMAST" TO ERROR-FILE-NAME
              MOVE STRCMAST-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           IF STRCANNO-STATUS NOT = "00" AND STRCANNO-STATUS NOT = "05"
              MOVE "STRCANNO" TO ERROR-FILE-NAME
              MOVE STRCANNO-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           IF STRCAEDT-STATUS NOT = "00"
              MOVE "STRCAEDT" TO ERROR-FILE-NAME
              MOVE STRCAEDT-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
      *
      *    Portable "abend" for a batch program: name the offending
      *    file and status code, then end the run with a non-zero
      *    RETURN-CODE so the job step shows as failed.
       890-ABEND-ON-FILE-ERROR.
           DISPLAY "STRC012 - FATAL ERROR ON FILE " ERROR-FILE-NAME
                   " STATUS=" ERROR-STATUS-CODE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       018-CHECK-STRCAEDT-STATUS.
           IF STRCAEDT-STATUS NOT = "00"
              MOVE "STRCAEDT" TO ERROR-FILE-NAME
              MOVE STRCAEDT-STATUS TO ERROR-STATUS-CODE
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
           MOVE CURRENT-DATE TO RUN-DATE.
      *
       110-READ-ONE-TRANSACTION.
           READ STRCATRN
           AT END
              MOVE "Y" TO STRCATRN-EOF-SWITCH
           NOT AT END
              IF STRCATRN-STATUS NOT = "00"
                 MOVE "STRCATRN" TO ERROR-FILE-NAME
                 MOVE STRCATRN-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              IF ATR-ACTION-CODE = "*"
                 OR ANNOTATION-TRANSACTION = SPACE
                 CONTINUE
              ELSE
                 PERFORM 120-EDIT-ONE-TRANSACTION
              END-IF
           END-READ.
      *
      *****************************************************************
      *  EDIT: each check runs only while the transaction is still
      *  clean, so the reason printed is the first thing wrong with
      *  it. A clean transaction is then applied.
      *****************************************************************
       120-EDIT-ONE-TRANSACTION.
           ADD 1 TO TRANSACTIONS-READ-COUNT.
           MOVE SPACE TO REJECT-REASON.
           IF NOT ATR-ADD AND NOT ATR-CHANGE AND NOT ATR-DELETE
              MOVE "INVALID ACTION CODE - MUST BE A, C OR D"
                TO REJECT-REASON
           END-IF.
           IF REJECT-REASON = SPACE
              AND ATR-PROGRAM-NAME = SPACE
              MOVE "PROGRAM NAME MISSING" TO REJECT-REASON
           END-IF.
           IF REJECT-REASON = SPACE
              AND (ATR-ADD OR ATR-CHANGE)
              AND ATR-DESCRIPTION = SPACE
              AND ATR-OWNING-TEAM = SPACE
              AND ATR-CONTACT = SPACE
              AND ATR-NOTE = SPACE
              MOVE "NO ANNOTATION FIELDS SUPPLIED" TO REJECT-REASON
           END-IF.
           IF REJECT-REASON = SPACE
              AND (ATR-ADD OR ATR-CHANGE)
              PERFORM 130-VERIFY-STRUCTURE-KEY
           END-IF.
           IF REJECT-REASON = SPACE
              PERFORM 140-READ-ANNOTATION
              IF ATR-ADD AND ANNOTATION-ON-FILE
                 MOVE "ANNOTATION ALREADY ON FILE" TO REJECT-REASON
              END-IF
              IF (ATR-CHANGE OR ATR-DELETE)
                 AND NOT ANNOTATION-ON-FILE
                 MOVE "ANNOTATION NOT ON FILE" TO REJECT-REASON
              END-IF
           END-IF.
           IF REJECT-REASON = SPACE
              IF ATR-ADD
                 PERFORM 150-ADD-ANNOTATION
              ELSE
                 IF ATR-CHANGE
                    PERFORM 160-CHANGE-ANNOTATION
                 ELSE
                    PERFORM 170-DELETE-ANNOTATION
                 END-IF
              END-IF
           ELSE
              ADD 1 TO TRANSACTIONS-REJECTED-COUNT
           END-IF.
           PERFORM 300-PRINT-EDIT-LINE.
      *
      *    The program must own at least one STRCMAST record - a
      *    keyed browse from its lowest possible key - and a named
      *    paragraph must be a STRCMAST key in its own right.
       130-VERIFY-STRUCTURE-KEY.
           MOVE "N" TO STRUCTURE-FOUND-SWITCH.
           MOVE ATR-PROGRAM-NAME TO MAST-PROGRAM-NAME.
           MOVE LOW-VALUES TO MAST-PROCEDURE-NAME.
           START STRCMAST KEY NOT < MAST-KEY
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              READ STRCMAST NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 IF STRCMAST-STATUS NOT = "00"
                    MOVE "STRCMAST" TO ERROR-FILE-NAME
                    MOVE STRCMAST-STATUS TO ERROR-STATUS-CODE
                    PERFORM 890-ABEND-ON-FILE-ERROR
                 END-IF
                 IF MAST-PROGRAM-NAME = ATR-PROGRAM-NAME
                    SET STRUCTURE-KEY-FOUND TO TRUE
                 END-IF
              END-READ
           END-START.
           IF NOT STRUCTURE-KEY-FOUND
              MOVE "PROGRAM NOT IN STRCMAST" TO REJECT-REASON
           ELSE
              IF ATR-PROCEDURE-NAME NOT = SPACE
                 PERFORM 135-VERIFY-PARAGRAPH-KEY
              END-IF
           END-IF.
      *
       135-VERIFY-PARAGRAPH-KEY.
           MOVE "N" TO STRUCTURE-FOUND-SWITCH.
           MOVE ATR-PROGRAM-NAME TO MAST-PROGRAM-NAME.
           MOVE ATR-PROCEDURE-NAME TO MAST-PROCEDURE-NAME.
           READ STRCMAST
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              SET STRUCTURE-KEY-FOUND TO TRUE
           END-READ.
      *    Status 23 is the expected not-found answer; anything else
      *    is a broken repository, not a bad transaction.
           IF NOT STRUCTURE-KEY-FOUND
              IF STRCMAST-STATUS NOT = "23"
                 MOVE "STRCMAST" TO ERROR-FILE-NAME
                 MOVE STRCMAST-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              MOVE "PARAGRAPH NOT IN STRCMAST" TO REJECT-REASON
           END-IF.
      *
       140-READ-ANNOTATION.
           MOVE "N" TO ANNOTATION-FOUND-SWITCH.
           MOVE ATR-PROGRAM-NAME TO ANNO-PROGRAM-NAME.
           MOVE ATR-PROCEDURE-NAME TO ANNO-PROCEDURE-NAME.
           READ STRCANNO
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              SET ANNOTATION-ON-FILE TO TRUE
           END-READ.
           IF NOT ANNOTATION-ON-FILE
              AND STRCANNO-STATUS NOT = "23"
              MOVE "STRCANNO" TO ERROR-FILE-NAME
              MOVE STRCANNO-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *  APPLY: the key is rebuilt from the transaction on the WRITE
      *  leg, since a keyed READ that misses leaves the record area
      *  unreliable.
      *****************************************************************
       150-ADD-ANNOTATION.
           MOVE ATR-PROGRAM-NAME TO ANNO-PROGRAM-NAME.
           MOVE ATR-PROCEDURE-NAME TO ANNO-PROCEDURE-NAME.
           MOVE ATR-DESCRIPTION TO ANNO-DESCRIPTION.
           MOVE ATR-OWNING-TEAM TO ANNO-OWNING-TEAM.
           MOVE ATR-CONTACT TO ANNO-CONTACT.
           MOVE ATR-NOTE TO ANNO-NOTE.
           MOVE RUN-DATE TO ANNO-LAST-CHANGED-DATE.
           WRITE ANNO-RECORD.
           IF STRCANNO-STATUS NOT = "00"
              MOVE "STRCANNO" TO ERROR-FILE-NAME
              MOVE STRCANNO-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           ADD 1 TO ANNOTATIONS-ADDED-COUNT.
           MOVE "ADDED" TO ACCEPT-TEXT.
      *
       160-CHANGE-ANNOTATION.
           IF ATR-DESCRIPTION NOT = SPACE
              MOVE ATR-DESCRIPTION TO ANNO-DESCRIPTION
           END-IF.
           IF ATR-OWNING-TEAM NOT = SPACE
              MOVE ATR-OWNING-TEAM TO ANNO-OWNING-TEAM
           END-IF.
           IF ATR-CONTACT NOT = SPACE
              MOVE ATR-CONTACT TO ANNO-CONTACT
           END-IF.
           IF ATR-NOTE NOT = SPACE
              MOVE ATR-NOTE TO ANNO-NOTE
           END-IF.
           MOVE RUN-DATE TO ANNO-LAST-CHANGED-DATE.
           REWRITE ANNO-RECORD.
           IF STRCANNO-STATUS NOT = "00"
              MOVE "STRCANNO" TO ERROR-FILE-NAME
              MOVE STRCANNO-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           ADD 1 TO ANNOTATIONS-CHANGED-COUNT.
           MOVE "CHANGED" TO ACCEPT-TEXT.
      *
       170-DELETE-ANNOTATION.
           DELETE STRCANNO RECORD.
           IF STRCANNO-STATUS NOT = "00"
              MOVE "STRCANNO" TO ERROR-FILE-NAME
              MOVE STRCANNO-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           ADD 1 TO ANNOTATIONS-DELETED-COUNT.
           MOVE "DELETED" TO ACCEPT-TEXT.
      *
       200-PRINT-HEADING-LINES.
           MOVE PAGE-NUMBER TO HL3-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           PERFORM 018-CHECK-STRCAEDT-STATUS.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 018-CHECK-STRCAEDT-STATUS.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 018-CHECK-STRCAEDT-STATUS.
           MOVE COLUMN-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 018-CHECK-STRCAEDT-STATUS.
           MOVE 6 TO LINE-COUNT.
      *
       210-THROW-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           PERFORM 200-PRINT-HEADING-LINES.
      *
       300-PRINT-EDIT-LINE.
           IF LINE-COUNT >= LINES-PER-PAGE
              PERFORM 210-THROW-NEW-PAGE
           END-IF.
           MOVE ATR-ACTION-CODE TO EDL-ACTION-CODE.
           MOVE ATR-PROGRAM-NAME TO EDL-PROGRAM-NAME.
           MOVE ATR-PROCEDURE-NAME TO EDL-PROCEDURE-NAME.
           MOVE SPACE TO EDL-DISPOSITION.
           IF REJECT-REASON = SPACE
              STRING "ACCEPTED - " ACCEPT-TEXT
                 DELIMITED BY SIZE INTO EDL-DISPOSITION
           ELSE
              STRING "REJECTED - " REJECT-REASON
                 DELIMITED BY SIZE INTO EDL-DISPOSITION
           END-IF.
           MOVE EDIT-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 018-CHECK-STRCAEDT-STATUS.
           ADD 1 TO LINE-COUNT.
      *
       400-PRINT-SUMMARY-LINE.
           IF LINE-COUNT + 1 >= LINES-PER-PAGE
              PERFORM 210-THROW-NEW-PAGE
           END-IF.
           MOVE TRANSACTIONS-READ-COUNT TO ESL-READ-COUNT.
           MOVE ANNOTATIONS-ADDED-COUNT TO ESL-ADDED-COUNT.
           MOVE ANNOTATIONS-CHANGED-COUNT TO ESL-CHANGED-COUNT.
           MOVE ANNOTATIONS-DELETED-COUNT TO ESL-DELETED-COUNT.
           MOVE TRANSACTIONS-REJECTED-COUNT TO ESL-REJECTED-COUNT.
           MOVE EDIT-SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 018-CHECK-STRCAEDT-STATUS.
