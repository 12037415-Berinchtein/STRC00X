      *****************************************************************
      * Program name:    STRC011
      * Original author: MAINTAINER
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  ---------------------------------------
      * 15/10/2026 MAINTAINER    Created: end-of-cycle reconciliation
      *                          of the STRC000 run report, the latest
      *                          STRCAUDT run, the STRCXREF and
      *                          COBLPROG extracts, and the STRCMAST/
      *                          STRCEDGE repository - per program,
      *                          the paragraph and edge counts each
      *                          stage extracted, charted and loaded,
      *                          a flag on any program missing from a
      *                          later stage or whose counts disagree,
      *                          and RC 8 so the scheduler stops the
      *                          cycle instead of a program quietly
      *                          dropping out of the repository
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STRC011.
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
           SELECT STRCSRPT ASSIGN TO STRCSRPT
                   FILE STATUS IS STRCSRPT-STATUS.
           SELECT OPTIONAL STRCAUDT ASSIGN TO STRCAUDT
                   FILE STATUS IS STRCAUDT-STATUS.
           SELECT STRCXREF ASSIGN TO STRCXREF
                   FILE STATUS IS STRCXREF-STATUS.
           SELECT COBLPROG ASSIGN TO COBLPROG
                   FILE STATUS IS COBLPROG-STATUS.
           SELECT OPTIONAL STRCMAST ASSIGN TO STRCMAST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MAST-KEY
                   FILE STATUS IS STRCMAST-STATUS.
           SELECT OPTIONAL STRCEDGE ASSIGN TO STRCEDGE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS EDGE-KEY
                   FILE STATUS IS STRCEDGE-STATUS.
           SELECT STRCRECN ASSIGN TO STRCRECN
                   FILE STATUS IS STRCRECN-STATUS.
      *****************************************************************
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
      *    STRC000's run report, read back line by line: a member line
      *    carries the member name in the first 30 bytes and its
      *    disposition from byte 32 - "WRITTEN - nnnn PARAGRAPHS" for
      *    a member whose extract was written - and from byte 67 the
      *    member's PROGRAM-ID, which is what every later stage names
      *    it by. Heading, summary and blank lines match none of the
      *    dispositions and fall out.
       FD  STRCSRPT.
       01 RUN-REPORT-INPUT-LINE.
          05 SIN-MEMBER-NAME          PIC X(30).
          05 FILLER                   PIC X(1).
          05 SIN-DISPOSITION          PIC X(34).
          05 FILLER                   PIC X(1).
          05 SIN-PROGRAM-NAME         PIC X(22).
          05 FILLER                   PIC X(44).
       01 RUN-REPORT-WRITTEN-LINE
          REDEFINES RUN-REPORT-INPUT-LINE.
          05 FILLER                   PIC X(31).
          05 SWL-WRITTEN-LITERAL      PIC X(10).
          05 SWL-PARAGRAPH-COUNT      PIC X(4).
          05 FILLER                   PIC X(87).
      *
      *    The cumulative audit trail STRC001 appends to: an H header
      *    per run (mode and PARM), a D detail per program charted
      *    with its paragraph count, and a T trailer, each stamped
      *    with the run date and time.
       FD  STRCAUDT.
       01 AUDIT-RECORD.
          05 AUDT-RECORD-TYPE         PIC X(1).
          05 FILLER                   PIC X(1).
          05 AUDT-RUN-DATE            PIC 9(8).
          05 FILLER                   PIC X(1).
          05 AUDT-RUN-TIME            PIC 9(4).
          05 FILLER                   PIC X(1).
          05 AUDT-DETAIL              PIC X(64).
       01 AUDIT-HEADER-RECORD
          REDEFINES AUDIT-RECORD.
          05 FILLER                   PIC X(16).
          05 AUDH-RUN-MODE            PIC X(1).
          05 FILLER                   PIC X(1).
          05 AUDH-PARM-TEXT           PIC X(62).
       01 AUDIT-DETAIL-RECORD
          REDEFINES AUDIT-RECORD.
          05 FILLER                   PIC X(16).
          05 AUDD-PROGRAM-NAME        PIC X(8).
          05 FILLER                   PIC X(1).
          05 AUDD-PARAS-LITERAL       PIC X(6).
          05 AUDD-PARAGRAPH-COUNT     PIC 9(4).
          05 FILLER                   PIC X(45).
      *
      *    The 47-byte cross-reference record STRC001 writes in
      *    350-WRITE-XREF-RECORD, one per paragraph charted.
       FD  STRCXREF.
       01 XREF-INPUT-RECORD.
          05 XIN-PROGRAM-NAME         PIC X(8).
          05 FILLER                   PIC X(1).
          05 XIN-SEQUENCE-NUMBER      PIC 9(4).
          05 FILLER                   PIC X(1).
          05 XIN-PROCEDURE-NAME       PIC X(26).
          05 FILLER                   PIC X(1).
          05 XIN-COMMON-MODULE        PIC X(3).
          05 FILLER                   PIC X(1).
          05 XIN-NESTING-LEVEL        PIC 9(2).
      *
      *    The same 58-byte COBLPROG layout STRC000 writes and
      *    STRC004 loads from. Its procedure records are the
      *    extracted paragraphs; its edges are counted the way the
      *    STRC004 LOAD stages them, so an extracted count and a
      *    loaded count measure the same thing.
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
       01 OLD-CALL-RECORD
          REDEFINES OLD-PROCEDURE-INFORMATIONS.
          05 OLD-CALL-SEQUENCE-NUMBER PIC 9(4).
          05 OLD-CALL-LITERAL         PIC X(4).
          05 OLD-CALL-CALLED-PROGRAM  PIC X(8).
          05 OLD-CALL-CALLING-PARA    PIC X(26).
          05 FILLER                   PIC X(16).
       01 OLD-EDGE-RECORD
          REDEFINES OLD-PROCEDURE-INFORMATIONS.
          05 OLD-EDGE-SEQUENCE-NUMBER PIC 9(4).
          05 OLD-EDGE-LITERAL         PIC X(2).
          05 OLD-EDGE-TARGET          PIC X(26).
          05 OLD-EDGE-PERFORMER       PIC X(26).
       01 OLD-GOTO-RECORD
          REDEFINES OLD-PROCEDURE-INFORMATIONS.
          05 OLD-GOTO-SEQUENCE-NUMBER PIC 9(4).
          05 OLD-GOTO-LITERAL         PIC X(2).
          05 OLD-GOTO-TARGET          PIC X(26).
          05 OLD-GOTO-ORIGIN          PIC X(26).
       01 OLD-RANGE-RECORD
          REDEFINES OLD-PROCEDURE-INFORMATIONS.
          05 OLD-RANGE-SEQUENCE-NUMBER PIC 9(4).
          05 OLD-RANGE-LITERAL        PIC X(2).
          05 OLD-RANGE-FIRST          PIC X(26).
          05 OLD-RANGE-LAST           PIC X(26).
       01 OLD-THRU-RECORD
          REDEFINES OLD-PROCEDURE-INFORMATIONS.
          05 OLD-THRU-SEQUENCE-NUMBER PIC 9(4).
          05 OLD-THRU-LITERAL         PIC X(2).
          05 OLD-THRU-FIRST           PIC X(26).
          05 OLD-THRU-PERFORMER       PIC X(26).
       01 OLD-SECTION-RECORD
          REDEFINES OLD-PROCEDURE-INFORMATIONS.
          05 OLD-SECT-SEQUENCE-NUMBER PIC 9(4).
          05 OLD-SECT-LITERAL         PIC X(2).
          05 OLD-SECT-PARAGRAPH       PIC X(26).
          05 OLD-SECT-SECTION-NAME    PIC X(26).
       01 OLD-EXEC-RECORD
          REDEFINES OLD-PROCEDURE-INFORMATIONS.
          05 OLD-EXEC-SEQUENCE-NUMBER PIC 9(4).
          05 OLD-EXEC-LITERAL         PIC X(2).
          05 OLD-EXEC-OPERATION       PIC X(8).
          05 OLD-EXEC-OBJECT          PIC X(18).
          05 OLD-EXEC-PARAGRAPH       PIC X(26).
      *
      *    The STRC004 structure repository master and edge files,
      *    read front to back. OPTIONAL, so a cycle reconciled before
      *    its first load reports every program as not loaded rather
      *    than failing.
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
       FD  STRCEDGE.
       01 EDGE-RECORD.
          05 EDGE-KEY.
             10 EDGE-TARGET-PROGRAM   PIC X(8).
             10 EDGE-TARGET-PARA      PIC X(26).
             10 EDGE-SOURCE-PROGRAM   PIC X(8).
             10 EDGE-SOURCE-PARA      PIC X(26).
          05 EDGE-TYPE-CODE           PIC X(1).
          05 EDGE-LAST-RUN-DATE       PIC 9(8).
      *
       FD  STRCRECN.
       01 PRINT-AREA                  PIC X(132).
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 STRCSRPT-EOF-SWITCH      PIC X      VALUE "N".
             88 STRCSRPT-EOF                     VALUE "Y".
          05 STRCAUDT-EOF-SWITCH      PIC X      VALUE "N".
             88 STRCAUDT-EOF                     VALUE "Y".
          05 STRCXREF-EOF-SWITCH      PIC X      VALUE "N".
             88 STRCXREF-EOF                     VALUE "Y".
          05 COBLPROG-EOF-SWITCH      PIC X      VALUE "N".
             88 COBLPROG-EOF                     VALUE "Y".
          05 STRCMAST-EOF-SWITCH      PIC X      VALUE "N".
             88 STRCMAST-EOF                     VALUE "Y".
          05 STRCEDGE-EOF-SWITCH      PIC X      VALUE "N".
             88 STRCEDGE-EOF                     VALUE "Y".
          05 TRUNCATED-SWITCH         PIC X      VALUE "N".
             88 TABLE-IS-TRUNCATED               VALUE "Y".
          05 EDGE-KEY-FOUND-SWITCH    PIC X      VALUE "N".
             88 EDGE-KEY-WAS-FOUND               VALUE "Y".
          05 EXTRACT-RECORD-TYPE-SWITCH
                                      PIC X      VALUE "P".
             88 EXTRACT-ID-RECORD                VALUE "I".
             88 EXTRACT-PROCEDURE-RECORD         VALUE "P".
             88 EXTRACT-CALL-RECORD              VALUE "C".
             88 EXTRACT-EDGE-RECORD              VALUE "E".
             88 EXTRACT-GOTO-RECORD              VALUE "G".
             88 EXTRACT-RANGE-RECORD             VALUE "R".
             88 EXTRACT-THRU-RECORD              VALUE "U".
             88 EXTRACT-SECTION-RECORD           VALUE "S".
             88 EXTRACT-TRANSFER-RECORD          VALUE "X".
             88 EXTRACT-OTHER-RECORD             VALUE "O".
      *
      *    One entry per program any stage of the cycle reported, in
      *    the order the run report first names them, with what each
      *    stage has to say about it. A repository program no stage
      *    of this cycle mentions is not the cycle's business and is
      *    never entered.
       01 RECON-PROGRAM-TABLE.
          05 RECON-PROGRAM-ENTRY      OCCURS 1000 TIMES
                                       INDEXED BY RECON-IDX.
             10 RP-PROGRAM-NAME       PIC X(8).
             10 RP-MEMBER-NAME        PIC X(8).
             10 RP-EXTRACT-STATE      PIC X(1).
                88 RP-EXTRACT-WRITTEN            VALUE "W".
                88 RP-EXTRACT-SKIPPED            VALUE "S".
                88 RP-EXTRACT-MISSING            VALUE "M".
             10 RP-SRPT-PARAGRAPHS    PIC 9(5).
             10 RP-COBLPROG-FLAG      PIC X(1).
                88 RP-IN-COBLPROG                VALUE "Y".
             10 RP-EXTRACT-PARAGRAPHS PIC 9(5).
             10 RP-EXTRACT-EDGES      PIC 9(5).
             10 RP-CHARTED-FLAG       PIC X(1).
                88 RP-WAS-CHARTED                VALUE "Y".
             10 RP-CHARTED-PARAGRAPHS PIC 9(5).
             10 RP-XREF-PARAGRAPHS    PIC 9(5).
             10 RP-LOAD-DATE          PIC 9(8).
             10 RP-LOADED-PARAGRAPHS  PIC 9(5).
             10 RP-LOADED-EDGES       PIC 9(5).
       01 RECON-PROGRAM-COUNT         PIC 9(4)   VALUE 0.
      *
      *    The D records of the latest STRC001 run, held until the
      *    trail is exhausted: a fresh (mode N) header starts the
      *    list again, a restart (mode R) header carries on from the
      *    failed run it completes, since the programs charted before
      *    the failure are only on the failed run's records.
       01 AUDIT-DETAIL-TABLE.
          05 AUDIT-DETAIL-ENTRY       OCCURS 1000 TIMES
                                       INDEXED BY AUDIT-IDX.
             10 AD-PROGRAM-NAME       PIC X(8).
             10 AD-PARAGRAPH-COUNT    PIC 9(4).
       01 AUDIT-DETAIL-COUNT          PIC 9(4)   VALUE 0.
      *
      *    The program being read from COBLPROG: its procedure names
      *    in source order and its THRU ranges, so a T= record can be
      *    spread over its ranges as the STRC004 LOAD spreads it, and
      *    every edge it would load, each key entered once.
       01 EXTRACT-PARAGRAPH-TABLE.
          05 EXTRACT-PARAGRAPH-ENTRY  OCCURS 5000 TIMES
                                       INDEXED BY XPARA-IDX.
             10 XP-PROCEDURE-NAME     PIC X(26).
       01 EXTRACT-PARAGRAPH-COUNT     PIC 9(4)   VALUE 0.
      *
       01 EXTRACT-RANGE-TABLE.
          05 EXTRACT-RANGE-ENTRY      OCCURS 5000 TIMES
                                       INDEXED BY XRANGE-IDX.
             10 XR-FIRST              PIC X(26).
             10 XR-LAST               PIC X(26).
       01 EXTRACT-RANGE-COUNT         PIC 9(4)   VALUE 0.
      *
       01 EXTRACT-EDGE-TABLE.
          05 EXTRACT-EDGE-ENTRY       OCCURS 20000 TIMES
                                       INDEXED BY XEDGE-IDX.
             10 XE-TARGET-PROGRAM     PIC X(8).
             10 XE-TARGET-PARA        PIC X(26).
             10 XE-SOURCE-PARA        PIC X(26).
       01 EXTRACT-EDGE-COUNT          PIC 9(5)   VALUE 0.
      *
       01 RECONCILE-WORK-FIELDS.
          05 LOOKUP-PROGRAM-NAME   PIC X(8)   VALUE SPACE.
          05 FOUND-PROGRAM-SUB     PIC 9(4)   VALUE 0.
          05 LOOKUP-SUB            PIC 9(4)   VALUE 0.
          05 RECON-SUB             PIC 9(4)   VALUE 0.
          05 AUDIT-SUB             PIC 9(4)   VALUE 0.
          05 EXTRACT-PROGRAM-NAME  PIC X(8)   VALUE SPACE.
          05 EXTRACT-PROGRAM-SUB   PIC 9(4)   VALUE 0.
          05 MASTER-PROGRAM-NAME   PIC X(8)   VALUE SPACE.
          05 MASTER-PROGRAM-SUB    PIC 9(4)   VALUE 0.
          05 EDGE-PROGRAM-NAME     PIC X(8)   VALUE SPACE.
          05 EDGE-PROGRAM-SUB      PIC 9(4)   VALUE 0.
          05 EDGE-SCAN-SUB         PIC 9(5)   VALUE 0.
          05 RANGE-SUB             PIC 9(4)   VALUE 0.
          05 RANGE-FIRST-SUB       PIC 9(4)   VALUE 0.
          05 RANGE-LAST-SUB        PIC 9(4)   VALUE 0.
          05 RANGE-MEMBER-SUB      PIC 9(4)   VALUE 0.
          05 RANGE-SCAN-SUB        PIC 9(4)   VALUE 0.
          05 RECON-FLAG-TEXT       PIC X(30)  VALUE SPACE.
      *
      *    The edge about to be counted for the COBLPROG program,
      *    staged the way STRC004 stages it for STRCEDGE.
       01 EDGE-STAGE-FIELDS.
          05 STAGE-TARGET-PROGRAM  PIC X(8)   VALUE SPACE.
          05 STAGE-TARGET-PARA     PIC X(26)  VALUE SPACE.
          05 STAGE-SOURCE-PARA     PIC X(26)  VALUE SPACE.
      *
       01 AUDIT-RUN-FIELDS.
          05 AUDIT-RUN-DATE        PIC 9(8)   VALUE 0.
          05 AUDIT-RUN-TIME        PIC 9(4)   VALUE 0.
      *
       01 REPORT-STATISTICS.
          05 PROGRAMS-LISTED-COUNT PIC 9(4)   VALUE 0.
          05 PROGRAMS-AGREED-COUNT PIC 9(4)   VALUE 0.
          05 PROGRAMS-FLAGGED-COUNT
                                       PIC 9(4)   VALUE 0.
      *
       01 PAGINATION-FIELDS.
          05 LINES-PER-PAGE        PIC 9(2)   VALUE 55.
          05 LINE-COUNT            PIC 9(2)   VALUE 0.
          05 PAGE-NUMBER           PIC 9(4)   VALUE 1.
      *
       01 FILE-STATUS-FIELDS.
          05 STRCSRPT-STATUS       PIC X(2)   VALUE "00".
          05 STRCAUDT-STATUS       PIC X(2)   VALUE "00".
          05 STRCXREF-STATUS       PIC X(2)   VALUE "00".
          05 COBLPROG-STATUS       PIC X(2)   VALUE "00".
          05 STRCMAST-STATUS       PIC X(2)   VALUE "00".
          05 STRCEDGE-STATUS       PIC X(2)   VALUE "00".
          05 STRCRECN-STATUS       PIC X(2)   VALUE "00".
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
          05 FILLER                   PIC X(12)  VALUE " CYCLE RECON".
          05 FILLER                   PIC X(12)  VALUE "CILIATION RE".
          05 FILLER                   PIC X(12)  VALUE "PORT        ".
          05 FILLER                   PIC X(63)  VALUE SPACE.
      *
       01 HEADING-LINE-2.
          05 FILLER                   PIC X(7)   VALUE "TIME:  ".
          05 HL2-HOURS                PIC 9(2).
          05 FILLER                   PIC X(1)   VALUE ":".
          05 HL2-MINUTES              PIC 9(2).
          05 FILLER                   PIC X(58)  VALUE SPACE.
          05 FILLER                   PIC X(7)   VALUE "STRC011".
          05 FILLER                   PIC X(55)  VALUE SPACE.
      *
       01 HEADING-LINE-3.
          05 FILLER                   PIC X(12)  VALUE "LATEST CHART".
          05 FILLER                   PIC X(6)   VALUE " RUN: ".
          05 HL3-AUDIT-RUN-DATE       PIC 9(8).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 HL3-AUDIT-RUN-TIME       PIC 9(4).
          05 FILLER                   PIC X(4)   VALUE SPACE.
          05 FILLER                   PIC X(5)   VALUE "PAGE:".
          05 HL3-PAGE-NUMBER          PIC ZZZ9.
          05 FILLER                   PIC X(88)  VALUE SPACE.
      *
      *    Column headings over the detail line below: the run
      *    report's and COBLPROG's paragraph counts and COBLPROG's
      *    edges, STRC001's audited and cross-referenced paragraph
      *    counts, the repository's paragraphs and edges as of the
      *    program's latest load date, and the COBSRCE member the run
      *    report names the program under.
       01 COLUMN-HEADING-LINE-1.
          05 FILLER                   PIC X(10)  VALUE SPACE.
          05 FILLER                   PIC X(12)  VALUE "---- EXTRACT".
          05 FILLER                   PIC X(5)   VALUE " ----".
          05 FILLER                   PIC X(3)   VALUE SPACE.
          05 FILLER                   PIC X(11)  VALUE "- CHARTED -".
          05 FILLER                   PIC X(3)   VALUE SPACE.
          05 FILLER                   PIC X(12)  VALUE "------ LOADE".
          05 FILLER                   PIC X(8)   VALUE "D ------".
          05 FILLER                   PIC X(68)  VALUE SPACE.
      *
       01 COLUMN-HEADING-LINE-2.
          05 FILLER                   PIC X(10)  VALUE "PROGRAM   ".
          05 FILLER                   PIC X(11)  VALUE " SRPT PARAS".
          05 FILLER                   PIC X(6)   VALUE " EDGES".
          05 FILLER                   PIC X(3)   VALUE SPACE.
          05 FILLER                   PIC X(11)  VALUE "AUDIT  XREF".
          05 FILLER                   PIC X(3)   VALUE SPACE.
          05 FILLER                   PIC X(11)  VALUE "PARAS EDGES".
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(8)   VALUE "RUN DATE".
          05 FILLER                   PIC X(3)   VALUE SPACE.
          05 FILLER                   PIC X(12)  VALUE "RECONCILIATI".
          05 FILLER                   PIC X(2)   VALUE "ON".
          05 FILLER                   PIC X(18)  VALUE SPACE.
          05 FILLER                   PIC X(6)   VALUE "MEMBER".
          05 FILLER                   PIC X(27)  VALUE SPACE.
      *
      *    Built up field by field, then moved whole to PRINT-AREA
      *    just before WRITE, the same way STRC001 builds its lines.
       01 RECON-DETAIL-LINE.
          05 RDL-PROGRAM-NAME         PIC X(8).
          05 FILLER                   PIC X(2)   VALUE SPACE.
          05 RDL-SRPT-PARAGRAPHS      PIC ZZZZ9.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 RDL-EXTRACT-PARAGRAPHS   PIC ZZZZ9.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 RDL-EXTRACT-EDGES        PIC ZZZZ9.
          05 FILLER                   PIC X(3)   VALUE SPACE.
          05 RDL-CHARTED-PARAGRAPHS   PIC ZZZZ9.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 RDL-XREF-PARAGRAPHS      PIC ZZZZ9.
          05 FILLER                   PIC X(3)   VALUE SPACE.
          05 RDL-LOADED-PARAGRAPHS    PIC ZZZZ9.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 RDL-LOADED-EDGES         PIC ZZZZ9.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 RDL-LOAD-DATE            PIC X(8).
          05 FILLER                   PIC X(3)   VALUE SPACE.
          05 RDL-FLAG-TEXT            PIC X(30).
          05 FILLER                   PIC X(2)   VALUE SPACE.
          05 RDL-MEMBER-NAME          PIC X(8).
          05 FILLER                   PIC X(25)  VALUE SPACE.
      *
       01 TRUNCATION-NOTE-LINE.
          05 FILLER                   PIC X(12)  VALUE "*** REPORT T".
          05 FILLER                   PIC X(12)  VALUE "RUNCATED - E".
          05 FILLER                   PIC X(12)  VALUE "XTRACT TABLE".
          05 FILLER                   PIC X(12)  VALUE " CAPACITY EX".
          05 FILLER                   PIC X(10)  VALUE "CEEDED ***".
          05 FILLER                   PIC X(74)  VALUE SPACE.
      *
       01 NO-PROGRAMS-LINE.
          05 FILLER                   PIC X(12)  VALUE "NO PROGRAMS ".
          05 FILLER                   PIC X(12)  VALUE "REPORTED BY ".
          05 FILLER                   PIC X(12)  VALUE "ANY STAGE OF".
          05 FILLER                   PIC X(12)  VALUE " THE CYCLE  ".
          05 FILLER                   PIC X(84)  VALUE SPACE.
      *
       01 FOOTER-LINE.
          05 FILLER                   PIC X(10)  VALUE "PROGRAMS: ".
          05 FL-PROGRAMS-COUNT        PIC ZZZ9.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(8)   VALUE "AGREED: ".
          05 FL-AGREED-COUNT          PIC ZZZ9.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(9)   VALUE "FLAGGED: ".
          05 FL-FLAGGED-COUNT         PIC ZZZ9.
          05 FILLER                   PIC X(91)  VALUE SPACE.
      *****************************************************************
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *  Gathers each stage's account of the cycle - STRC000's run
      *  report and COBLPROG, STRC001's latest audited run and
      *  STRCXREF, and the repository STRC004 loaded - into one
      *  table by program, then prints a line per program with a
      *  flag wherever a stage lost it or the counts disagree. Any
      *  flag ends the step with RC 8.
      ******************************************************************
       000-RECONCILE-CYCLE-OUTPUTS.
           PERFORM 100-FORMAT-HEADING-LINES.
           OPEN INPUT STRCSRPT
                      STRCAUDT
                      STRCXREF
                      COBLPROG
                      STRCMAST
                      STRCEDGE.
           OPEN OUTPUT STRCRECN.
           PERFORM 010-CHECK-OPEN-STATUS.
           PERFORM 110-LOAD-ONE-RUN-REPORT-LINE
              UNTIL(STRCSRPT-EOF).
           PERFORM 120-LOAD-ONE-AUDIT-RECORD
              UNTIL(STRCAUDT-EOF).
           PERFORM 128-POST-ONE-AUDIT-DETAIL
              VARYING AUDIT-SUB FROM 1 BY 1
              UNTIL AUDIT-SUB > AUDIT-DETAIL-COUNT.
           PERFORM 130-LOAD-ONE-XREF-RECORD
              UNTIL(STRCXREF-EOF).
           PERFORM 140-LOAD-ONE-EXTRACT-RECORD
              UNTIL(COBLPROG-EOF).
           PERFORM 148-CLOSE-OUT-EXTRACT-PROGRAM.
           PERFORM 170-LOAD-ONE-MASTER-RECORD
              UNTIL(STRCMAST-EOF).
           PERFORM 175-LOAD-ONE-EDGE-RECORD
              UNTIL(STRCEDGE-EOF).
           MOVE AUDIT-RUN-DATE TO HL3-AUDIT-RUN-DATE.
           MOVE AUDIT-RUN-TIME TO HL3-AUDIT-RUN-TIME.
           PERFORM 200-PRINT-HEADING-LINES.
           PERFORM 300-RECONCILE-ONE-PROGRAM
              VARYING RECON-SUB FROM 1 BY 1
              UNTIL RECON-SUB > RECON-PROGRAM-COUNT.
           IF PROGRAMS-LISTED-COUNT = 0
              MOVE NO-PROGRAMS-LINE TO PRINT-AREA
              WRITE PRINT-AREA AFTER ADVANCING 2 LINES
              PERFORM 018-CHECK-STRCRECN-STATUS
           END-IF.
           PERFORM 400-PRINT-FOOTER-LINE.
           CLOSE STRCSRPT
                 STRCAUDT
                 STRCXREF
                 COBLPROG
                 STRCMAST
                 STRCEDGE
                 STRCRECN.
           STOP RUN.
      *
      *    OPTIONAL on the audit trail and repository SELECTs lets a
      *    cycle with no chart run or no load yet still reconcile;
      *    status 05 reports exactly that case and is as good as 00.
       010-CHECK-OPEN-STATUS.
           IF STRCSRPT-STATUS NOT = "00"
              MOVE "STRCSRPT" TO ERROR-FILE-NAME
              MOVE STRCSRPT-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           IF STRCAUDT-STATUS NOT = "00" AND STRCAUDT-STATUS NOT = "05"
              MOVE "STRCAUDT" TO ERROR-FILE-NAME
              MOVE STRCAUDT-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           IF STRCXREF-STATUS NOT = "00"
              MOVE "STRCXREF" TO ERROR-FILE-NAME
              MOVE STRCXREF-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           IF COBLPROG-STATUS NOT = "00"
              MOVE "COBLPROG" TO ERROR-FILE-NAME
              MOVE COBLPROG-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           IF STRCMAST-STATUS NOT = "00" AND STRCMAST-STATUS NOT = "05"
              MOVE "STRCMAST" TO ERROR-FILE-NAME
              MOVE STRCMAST-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           IF STRCEDGE-STATUS NOT = "00" AND STRCEDGE-STATUS NOT = "05"
              MOVE "STRCEDGE" TO ERROR-FILE-NAME
              MOVE STRCEDGE-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           IF STRCRECN-STATUS NOT = "00"
              MOVE "STRCRECN" TO ERROR-FILE-NAME
              MOVE STRCRECN-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
      *
      *    Portable "abend" for a batch program: name the offending
      *    file and status code, then end the run with a non-zero
      *    RETURN-CODE so the job step shows as failed.
       890-ABEND-ON-FILE-ERROR.
           DISPLAY "STRC011 - FATAL ERROR ON FILE " ERROR-FILE-NAME
                   " STATUS=" ERROR-STATUS-CODE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       018-CHECK-STRCRECN-STATUS.
           IF STRCRECN-STATUS NOT = "00"
              MOVE "STRCRECN" TO ERROR-FILE-NAME
              MOVE STRCRECN-STATUS TO ERROR-STATUS-CODE
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
      *****************************************************************
      *  EXTRACT STAGE: the run report names every member STRC000
      *  wrote, skipped, or could not find. A member skipped only
      *  because the selection list left it out was never meant to
      *  be in the cycle and is not entered.
      *****************************************************************
       110-LOAD-ONE-RUN-REPORT-LINE.
           READ STRCSRPT
           AT END
              MOVE "Y" TO STRCSRPT-EOF-SWITCH
           NOT AT END
              IF STRCSRPT-STATUS NOT = "00"
                 MOVE "STRCSRPT" TO ERROR-FILE-NAME
                 MOVE STRCSRPT-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              PERFORM 115-NOTE-MEMBER-DISPOSITION
           END-READ.
      *
      *    The row is keyed on the PROGRAM-ID, as the later stages
      *    key theirs; a member never read has none, and stands under
      *    its member name. The member name is kept for the report.
       115-NOTE-MEMBER-DISPOSITION.
           IF SIN-PROGRAM-NAME = SPACE
              MOVE SIN-MEMBER-NAME(1:8) TO LOOKUP-PROGRAM-NAME
           ELSE
              MOVE SIN-PROGRAM-NAME(1:8) TO LOOKUP-PROGRAM-NAME
           END-IF.
           IF SWL-WRITTEN-LITERAL = "WRITTEN - "
              AND SWL-PARAGRAPH-COUNT IS NUMERIC
              PERFORM 185-ENTER-RECON-PROGRAM
              IF FOUND-PROGRAM-SUB > 0
                 MOVE "W" TO RP-EXTRACT-STATE(FOUND-PROGRAM-SUB)
                 MOVE SIN-MEMBER-NAME(1:8)
                   TO RP-MEMBER-NAME(FOUND-PROGRAM-SUB)
                 MOVE SWL-PARAGRAPH-COUNT
                   TO RP-SRPT-PARAGRAPHS(FOUND-PROGRAM-SUB)
              END-IF
           ELSE
              IF SIN-DISPOSITION = "SKIPPED - NO PARAGRAPHS FOUND"
                 OR SIN-DISPOSITION
                    = "SKIPPED - TABLE CAPACITY EXCEEDED"
                 PERFORM 185-ENTER-RECON-PROGRAM
                 IF FOUND-PROGRAM-SUB > 0
                    MOVE "S" TO RP-EXTRACT-STATE(FOUND-PROGRAM-SUB)
                    MOVE SIN-MEMBER-NAME(1:8)
                      TO RP-MEMBER-NAME(FOUND-PROGRAM-SUB)
                 END-IF
              ELSE
                 IF SIN-DISPOSITION = "NOT FOUND IN COBSRCE"
                    PERFORM 185-ENTER-RECON-PROGRAM
                    IF FOUND-PROGRAM-SUB > 0
                       MOVE "M" TO RP-EXTRACT-STATE(FOUND-PROGRAM-SUB)
                       MOVE SIN-MEMBER-NAME(1:8)
                         TO RP-MEMBER-NAME(FOUND-PROGRAM-SUB)
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      *****************************************************************
      *  CHART STAGE: the latest run on the audit trail, and the
      *  cross-reference extract that run wrote.
      *****************************************************************
       120-LOAD-ONE-AUDIT-RECORD.
           READ STRCAUDT
           AT END
              MOVE "Y" TO STRCAUDT-EOF-SWITCH
           NOT AT END
              IF STRCAUDT-STATUS NOT = "00"
                 MOVE "STRCAUDT" TO ERROR-FILE-NAME
                 MOVE STRCAUDT-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              IF AUDT-RECORD-TYPE = "H"
                 MOVE AUDT-RUN-DATE TO AUDIT-RUN-DATE
                 MOVE AUDT-RUN-TIME TO AUDIT-RUN-TIME
                 IF AUDH-RUN-MODE NOT = "R"
                    MOVE 0 TO AUDIT-DETAIL-COUNT
                 END-IF
              ELSE
                 IF AUDT-RECORD-TYPE = "D"
                    PERFORM 125-HOLD-AUDIT-DETAIL
                 END-IF
              END-IF
           END-READ.
      *
       125-HOLD-AUDIT-DETAIL.
           IF AUDIT-DETAIL-COUNT < 1000
              ADD 1 TO AUDIT-DETAIL-COUNT
              MOVE AUDD-PROGRAM-NAME
                TO AD-PROGRAM-NAME(AUDIT-DETAIL-COUNT)
              IF AUDD-PARAS-LITERAL = "PARAS="
                 AND AUDD-PARAGRAPH-COUNT IS NUMERIC
                 MOVE AUDD-PARAGRAPH-COUNT
                   TO AD-PARAGRAPH-COUNT(AUDIT-DETAIL-COUNT)
              ELSE
                 MOVE 0 TO AD-PARAGRAPH-COUNT(AUDIT-DETAIL-COUNT)
              END-IF
           ELSE
              PERFORM 188-NOTE-TABLE-TRUNCATED
           END-IF.
      *
       128-POST-ONE-AUDIT-DETAIL.
           MOVE AD-PROGRAM-NAME(AUDIT-SUB) TO LOOKUP-PROGRAM-NAME.
           PERFORM 185-ENTER-RECON-PROGRAM.
           IF FOUND-PROGRAM-SUB > 0
              MOVE "Y" TO RP-CHARTED-FLAG(FOUND-PROGRAM-SUB)
              MOVE AD-PARAGRAPH-COUNT(AUDIT-SUB)
                TO RP-CHARTED-PARAGRAPHS(FOUND-PROGRAM-SUB)
           END-IF.
      *
       130-LOAD-ONE-XREF-RECORD.
           READ STRCXREF
           AT END
              MOVE "Y" TO STRCXREF-EOF-SWITCH
           NOT AT END
              IF STRCXREF-STATUS NOT = "00"
                 MOVE "STRCXREF" TO ERROR-FILE-NAME
                 MOVE STRCXREF-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              MOVE XIN-PROGRAM-NAME TO LOOKUP-PROGRAM-NAME
              PERFORM 185-ENTER-RECON-PROGRAM
              IF FOUND-PROGRAM-SUB > 0
                 ADD 1 TO RP-XREF-PARAGRAPHS(FOUND-PROGRAM-SUB)
              END-IF
           END-READ.
      *
      *****************************************************************
      *  EXTRACT STAGE, continued: COBLPROG's procedure records and
      *  the edges the STRC004 LOAD would stage from it - PERFORM
      *  parentage, P=, G=, CAL=, CICS LINK and XCTL, section
      *  membership, and THRU ranges spread over their members -
      *  each distinct key counted once, as STRCEDGE holds it once.
      *****************************************************************
       140-LOAD-ONE-EXTRACT-RECORD.
           READ COBLPROG
           AT END
              MOVE "Y" TO COBLPROG-EOF-SWITCH
           NOT AT END
              IF COBLPROG-STATUS NOT = "00"
                 MOVE "COBLPROG" TO ERROR-FILE-NAME
                 MOVE COBLPROG-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              PERFORM 142-CLASSIFY-EXTRACT-RECORD
              PERFORM 146-ROUTE-EXTRACT-RECORD
           END-READ.
      *
      *    Record types are told apart the way STRC004's 355-
      *    CLASSIFY-EXTRACT-RECORD tells them.
       142-CLASSIFY-EXTRACT-RECORD.
           IF OLD-SEQUENCE-NUMBER = 0 AND OLD-ID-LITERAL = "PGM="
              SET EXTRACT-ID-RECORD TO TRUE
           ELSE
              IF OLD-SEQUENCE-NUMBER = 0
                 AND OLD-CALL-LITERAL = "CAL="
                 SET EXTRACT-CALL-RECORD TO TRUE
              ELSE
                 IF OLD-SEQUENCE-NUMBER = 0
                    AND OLD-EDGE-LITERAL = "P="
                    SET EXTRACT-EDGE-RECORD TO TRUE
                 ELSE
                    IF OLD-SEQUENCE-NUMBER = 0
                       AND OLD-GOTO-LITERAL = "G="
                       SET EXTRACT-GOTO-RECORD TO TRUE
                    ELSE
                       IF OLD-SEQUENCE-NUMBER = 0
                          PERFORM 144-CLASSIFY-RANGE-RECORD
                       ELSE
                          SET EXTRACT-PROCEDURE-RECORD TO TRUE
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
       144-CLASSIFY-RANGE-RECORD.
           IF OLD-RANGE-LITERAL = "R="
              SET EXTRACT-RANGE-RECORD TO TRUE
           ELSE
              IF OLD-THRU-LITERAL = "T="
                 SET EXTRACT-THRU-RECORD TO TRUE
              ELSE
                 IF OLD-SECT-LITERAL = "S="
                    SET EXTRACT-SECTION-RECORD TO TRUE
                 ELSE
                    IF OLD-EXEC-LITERAL = "X="
                       AND (OLD-EXEC-OPERATION = "LINK"
                            OR OLD-EXEC-OPERATION = "XCTL")
                       SET EXTRACT-TRANSFER-RECORD TO TRUE
                    ELSE
                       SET EXTRACT-OTHER-RECORD TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
       146-ROUTE-EXTRACT-RECORD.
           IF EXTRACT-ID-RECORD
              PERFORM 148-CLOSE-OUT-EXTRACT-PROGRAM
              MOVE OLD-ID-PROGRAM-NAME(1:8) TO EXTRACT-PROGRAM-NAME
              MOVE EXTRACT-PROGRAM-NAME TO LOOKUP-PROGRAM-NAME
              PERFORM 185-ENTER-RECON-PROGRAM
              MOVE FOUND-PROGRAM-SUB TO EXTRACT-PROGRAM-SUB
              IF EXTRACT-PROGRAM-SUB > 0
                 MOVE "Y" TO RP-COBLPROG-FLAG(EXTRACT-PROGRAM-SUB)
              END-IF
              MOVE 0 TO EXTRACT-PARAGRAPH-COUNT
              MOVE 0 TO EXTRACT-RANGE-COUNT
              MOVE 0 TO EXTRACT-EDGE-COUNT
           ELSE
              IF EXTRACT-PROGRAM-SUB = 0
                 CONTINUE
              ELSE
                 PERFORM 150-STAGE-ONE-EXTRACT-EDGE
              END-IF
           END-IF.
      *
      *    The edge count of the program just finished; a program's
      *    edges from several PGM= groups accumulate.
       148-CLOSE-OUT-EXTRACT-PROGRAM.
           IF EXTRACT-PROGRAM-SUB > 0
              ADD EXTRACT-EDGE-COUNT
                TO RP-EXTRACT-EDGES(EXTRACT-PROGRAM-SUB)
           END-IF.
           MOVE 0 TO EXTRACT-EDGE-COUNT.
      *
       150-STAGE-ONE-EXTRACT-EDGE.
           IF EXTRACT-PROCEDURE-RECORD
              ADD 1 TO RP-EXTRACT-PARAGRAPHS(EXTRACT-PROGRAM-SUB)
              IF EXTRACT-PARAGRAPH-COUNT < 5000
                 ADD 1 TO EXTRACT-PARAGRAPH-COUNT
                 MOVE OLD-PROCEDURE-NAME
                   TO XP-PROCEDURE-NAME(EXTRACT-PARAGRAPH-COUNT)
              END-IF
              IF OLD-PERFORMED-FROM NOT = SPACE
                 MOVE EXTRACT-PROGRAM-NAME TO STAGE-TARGET-PROGRAM
                 MOVE OLD-PROCEDURE-NAME TO STAGE-TARGET-PARA
                 MOVE OLD-PERFORMED-FROM TO STAGE-SOURCE-PARA
                 PERFORM 155-COUNT-DISTINCT-EDGE
              END-IF
           END-IF.
           IF EXTRACT-EDGE-RECORD
              MOVE EXTRACT-PROGRAM-NAME TO STAGE-TARGET-PROGRAM
              MOVE OLD-EDGE-TARGET TO STAGE-TARGET-PARA
              MOVE OLD-EDGE-PERFORMER TO STAGE-SOURCE-PARA
              PERFORM 155-COUNT-DISTINCT-EDGE
           END-IF.
           IF EXTRACT-GOTO-RECORD
              MOVE EXTRACT-PROGRAM-NAME TO STAGE-TARGET-PROGRAM
              MOVE OLD-GOTO-TARGET TO STAGE-TARGET-PARA
              MOVE OLD-GOTO-ORIGIN TO STAGE-SOURCE-PARA
              PERFORM 155-COUNT-DISTINCT-EDGE
           END-IF.
           IF EXTRACT-CALL-RECORD
              MOVE OLD-CALL-CALLED-PROGRAM TO STAGE-TARGET-PROGRAM
              MOVE SPACE TO STAGE-TARGET-PARA
              MOVE OLD-CALL-CALLING-PARA TO STAGE-SOURCE-PARA
              PERFORM 155-COUNT-DISTINCT-EDGE
           END-IF.
           IF EXTRACT-TRANSFER-RECORD
              MOVE OLD-EXEC-OBJECT(1:8) TO STAGE-TARGET-PROGRAM
              MOVE SPACE TO STAGE-TARGET-PARA
              MOVE OLD-EXEC-PARAGRAPH TO STAGE-SOURCE-PARA
              PERFORM 155-COUNT-DISTINCT-EDGE
           END-IF.
           IF EXTRACT-RANGE-RECORD
              AND EXTRACT-RANGE-COUNT < 5000
              ADD 1 TO EXTRACT-RANGE-COUNT
              MOVE OLD-RANGE-FIRST TO XR-FIRST(EXTRACT-RANGE-COUNT)
              MOVE OLD-RANGE-LAST TO XR-LAST(EXTRACT-RANGE-COUNT)
           END-IF.
           IF EXTRACT-THRU-RECORD
              PERFORM 160-STAGE-ONE-RANGE
                 VARYING RANGE-SUB FROM 1 BY 1
                 UNTIL RANGE-SUB > EXTRACT-RANGE-COUNT
           END-IF.
           IF EXTRACT-SECTION-RECORD
              MOVE EXTRACT-PROGRAM-NAME TO STAGE-TARGET-PROGRAM
              MOVE OLD-SECT-PARAGRAPH TO STAGE-TARGET-PARA
              MOVE OLD-SECT-SECTION-NAME TO STAGE-SOURCE-PARA
              PERFORM 155-COUNT-DISTINCT-EDGE
           END-IF.
      *
      *    A key already staged for this program is the same STRCEDGE
      *    record and is not counted twice.
       155-COUNT-DISTINCT-EDGE.
           MOVE "N" TO EDGE-KEY-FOUND-SWITCH.
           PERFORM 157-TEST-ONE-EDGE-KEY
              VARYING EDGE-SCAN-SUB FROM 1 BY 1
              UNTIL EDGE-SCAN-SUB > EXTRACT-EDGE-COUNT
                 OR EDGE-KEY-WAS-FOUND.
           IF NOT EDGE-KEY-WAS-FOUND
              IF EXTRACT-EDGE-COUNT < 20000
                 ADD 1 TO EXTRACT-EDGE-COUNT
                 MOVE STAGE-TARGET-PROGRAM
                   TO XE-TARGET-PROGRAM(EXTRACT-EDGE-COUNT)
                 MOVE STAGE-TARGET-PARA
                   TO XE-TARGET-PARA(EXTRACT-EDGE-COUNT)
                 MOVE STAGE-SOURCE-PARA
                   TO XE-SOURCE-PARA(EXTRACT-EDGE-COUNT)
              ELSE
                 PERFORM 188-NOTE-TABLE-TRUNCATED
              END-IF
           END-IF.
      *
       157-TEST-ONE-EDGE-KEY.
           IF XE-TARGET-PROGRAM(EDGE-SCAN-SUB) = STAGE-TARGET-PROGRAM
              AND XE-TARGET-PARA(EDGE-SCAN-SUB) = STAGE-TARGET-PARA
              AND XE-SOURCE-PARA(EDGE-SCAN-SUB) = STAGE-SOURCE-PARA
              SET EDGE-KEY-WAS-FOUND TO TRUE
           END-IF.
      *
      *    The same spread STRC004's 380-STAGE-ONE-RANGE makes: the
      *    performer reaches every procedure after the range's first
      *    through its last, itself excepted.
       160-STAGE-ONE-RANGE.
           IF XR-FIRST(RANGE-SUB) = OLD-THRU-FIRST
              MOVE 0 TO RANGE-FIRST-SUB
              MOVE 0 TO RANGE-LAST-SUB
              PERFORM 162-LOCATE-RANGE-ENDS
                 VARYING RANGE-SCAN-SUB FROM 1 BY 1
                 UNTIL RANGE-SCAN-SUB > EXTRACT-PARAGRAPH-COUNT
              IF RANGE-FIRST-SUB > 0
                 AND RANGE-LAST-SUB > RANGE-FIRST-SUB
                 PERFORM 164-STAGE-ONE-RANGE-MEMBER
                    VARYING RANGE-MEMBER-SUB
                       FROM RANGE-FIRST-SUB BY 1
                    UNTIL RANGE-MEMBER-SUB > RANGE-LAST-SUB
              END-IF
           END-IF.
      *
       162-LOCATE-RANGE-ENDS.
           IF XP-PROCEDURE-NAME(RANGE-SCAN-SUB) = XR-FIRST(RANGE-SUB)
              AND RANGE-FIRST-SUB = 0
              MOVE RANGE-SCAN-SUB TO RANGE-FIRST-SUB
           END-IF.
           IF XP-PROCEDURE-NAME(RANGE-SCAN-SUB) = XR-LAST(RANGE-SUB)
              AND RANGE-LAST-SUB = 0
              MOVE RANGE-SCAN-SUB TO RANGE-LAST-SUB
           END-IF.
      *
       164-STAGE-ONE-RANGE-MEMBER.
           IF RANGE-MEMBER-SUB = RANGE-FIRST-SUB
              OR XP-PROCEDURE-NAME(RANGE-MEMBER-SUB)
                 = OLD-THRU-PERFORMER
              CONTINUE
           ELSE
              MOVE EXTRACT-PROGRAM-NAME TO STAGE-TARGET-PROGRAM
              MOVE XP-PROCEDURE-NAME(RANGE-MEMBER-SUB)
                TO STAGE-TARGET-PARA
              MOVE OLD-THRU-PERFORMER TO STAGE-SOURCE-PARA
              PERFORM 155-COUNT-DISTINCT-EDGE
           END-IF.
      *
      *****************************************************************
      *  LOAD STAGE: a program's repository records as of its latest
      *  load date. Paragraphs and edges a load no longer reports
      *  keep their older date until PURGE retires them, so only
      *  the records stamped by the latest load are counted. The
      *  master is in program order, so the latest date is known
      *  when the next program starts; the edge file is in target
      *  order and is read after it.
      *****************************************************************
       170-LOAD-ONE-MASTER-RECORD.
           READ STRCMAST NEXT RECORD
           AT END
              MOVE "Y" TO STRCMAST-EOF-SWITCH
           NOT AT END
              IF STRCMAST-STATUS NOT = "00"
                 MOVE "STRCMAST" TO ERROR-FILE-NAME
                 MOVE STRCMAST-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              IF MAST-PROGRAM-NAME NOT = MASTER-PROGRAM-NAME
                 MOVE MAST-PROGRAM-NAME TO MASTER-PROGRAM-NAME
                 MOVE MAST-PROGRAM-NAME TO LOOKUP-PROGRAM-NAME
                 PERFORM 180-FIND-RECON-PROGRAM
                 MOVE FOUND-PROGRAM-SUB TO MASTER-PROGRAM-SUB
              END-IF
              IF MASTER-PROGRAM-SUB > 0
                 PERFORM 172-COUNT-MASTER-RECORD
              END-IF
           END-READ.
      *
       172-COUNT-MASTER-RECORD.
           IF MAST-LAST-RUN-DATE > RP-LOAD-DATE(MASTER-PROGRAM-SUB)
              MOVE MAST-LAST-RUN-DATE
                TO RP-LOAD-DATE(MASTER-PROGRAM-SUB)
              MOVE 1 TO RP-LOADED-PARAGRAPHS(MASTER-PROGRAM-SUB)
           ELSE
              IF MAST-LAST-RUN-DATE = RP-LOAD-DATE(MASTER-PROGRAM-SUB)
                 ADD 1 TO RP-LOADED-PARAGRAPHS(MASTER-PROGRAM-SUB)
              END-IF
           END-IF.
      *
       175-LOAD-ONE-EDGE-RECORD.
           READ STRCEDGE NEXT RECORD
           AT END
              MOVE "Y" TO STRCEDGE-EOF-SWITCH
           NOT AT END
              IF STRCEDGE-STATUS NOT = "00"
                 MOVE "STRCEDGE" TO ERROR-FILE-NAME
                 MOVE STRCEDGE-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              IF EDGE-SOURCE-PROGRAM NOT = EDGE-PROGRAM-NAME
                 MOVE EDGE-SOURCE-PROGRAM TO EDGE-PROGRAM-NAME
                 MOVE EDGE-SOURCE-PROGRAM TO LOOKUP-PROGRAM-NAME
                 PERFORM 180-FIND-RECON-PROGRAM
                 MOVE FOUND-PROGRAM-SUB TO EDGE-PROGRAM-SUB
              END-IF
              IF EDGE-PROGRAM-SUB > 0
                 IF EDGE-LAST-RUN-DATE = RP-LOAD-DATE(EDGE-PROGRAM-SUB)
                    ADD 1 TO RP-LOADED-EDGES(EDGE-PROGRAM-SUB)
                 END-IF
              END-IF
           END-READ.
      *
       180-FIND-RECON-PROGRAM.
           MOVE 0 TO FOUND-PROGRAM-SUB.
           PERFORM 182-TEST-ONE-RECON-PROGRAM
              VARYING LOOKUP-SUB FROM 1 BY 1
              UNTIL LOOKUP-SUB > RECON-PROGRAM-COUNT
                 OR FOUND-PROGRAM-SUB > 0.
      *
       182-TEST-ONE-RECON-PROGRAM.
           IF RP-PROGRAM-NAME(LOOKUP-SUB) = LOOKUP-PROGRAM-NAME
              MOVE LOOKUP-SUB TO FOUND-PROGRAM-SUB
           END-IF.
      *
      *    Finds the program, entering it with nothing known about it
      *    when no stage has named it yet; FOUND-PROGRAM-SUB stays 0
      *    only when the table is full.
       185-ENTER-RECON-PROGRAM.
           PERFORM 180-FIND-RECON-PROGRAM.
           IF FOUND-PROGRAM-SUB = 0
              IF RECON-PROGRAM-COUNT < 1000
                 ADD 1 TO RECON-PROGRAM-COUNT
                 MOVE RECON-PROGRAM-COUNT TO FOUND-PROGRAM-SUB
                 MOVE LOOKUP-PROGRAM-NAME
                   TO RP-PROGRAM-NAME(FOUND-PROGRAM-SUB)
                 MOVE SPACE TO RP-MEMBER-NAME(FOUND-PROGRAM-SUB)
                 MOVE SPACE TO RP-EXTRACT-STATE(FOUND-PROGRAM-SUB)
                 MOVE 0 TO RP-SRPT-PARAGRAPHS(FOUND-PROGRAM-SUB)
                 MOVE "N" TO RP-COBLPROG-FLAG(FOUND-PROGRAM-SUB)
                 MOVE 0 TO RP-EXTRACT-PARAGRAPHS(FOUND-PROGRAM-SUB)
                 MOVE 0 TO RP-EXTRACT-EDGES(FOUND-PROGRAM-SUB)
                 MOVE "N" TO RP-CHARTED-FLAG(FOUND-PROGRAM-SUB)
                 MOVE 0 TO RP-CHARTED-PARAGRAPHS(FOUND-PROGRAM-SUB)
                 MOVE 0 TO RP-XREF-PARAGRAPHS(FOUND-PROGRAM-SUB)
                 MOVE 0 TO RP-LOAD-DATE(FOUND-PROGRAM-SUB)
                 MOVE 0 TO RP-LOADED-PARAGRAPHS(FOUND-PROGRAM-SUB)
                 MOVE 0 TO RP-LOADED-EDGES(FOUND-PROGRAM-SUB)
              ELSE
                 PERFORM 188-NOTE-TABLE-TRUNCATED
              END-IF
           END-IF.
      *
      *    A cycle that outruns a table is reconciled from whatever
      *    was banked, flagged on the report, and ends the step with
      *    RC 8 - the same trade STRC007 makes.
       188-NOTE-TABLE-TRUNCATED.
           IF TABLE-IS-TRUNCATED
              CONTINUE
           ELSE
              SET TABLE-IS-TRUNCATED TO TRUE
              DISPLAY "STRC011 - EXTRACT TABLE CAPACITY EXCEEDED"
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
           PERFORM 018-CHECK-STRCRECN-STATUS.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 018-CHECK-STRCRECN-STATUS.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 018-CHECK-STRCRECN-STATUS.
           MOVE COLUMN-HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 018-CHECK-STRCRECN-STATUS.
           MOVE COLUMN-HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 018-CHECK-STRCRECN-STATUS.
           MOVE 7 TO LINE-COUNT.
      *
       210-THROW-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           PERFORM 200-PRINT-HEADING-LINES.
      *
      *****************************************************************
      *  REPORT: one line per program with every stage's counts and
      *  the first thing wrong with it, taken in cycle order - a
      *  program lost early is reported where it was lost, not as a
      *  cascade of later misses.
      *****************************************************************
       300-RECONCILE-ONE-PROGRAM.
           PERFORM 310-ASSESS-ONE-PROGRAM.
           IF LINE-COUNT >= LINES-PER-PAGE
              PERFORM 210-THROW-NEW-PAGE
           END-IF.
           MOVE RP-PROGRAM-NAME(RECON-SUB) TO RDL-PROGRAM-NAME.
           MOVE RP-SRPT-PARAGRAPHS(RECON-SUB) TO RDL-SRPT-PARAGRAPHS.
           MOVE RP-EXTRACT-PARAGRAPHS(RECON-SUB)
             TO RDL-EXTRACT-PARAGRAPHS.
           MOVE RP-EXTRACT-EDGES(RECON-SUB) TO RDL-EXTRACT-EDGES.
           MOVE RP-CHARTED-PARAGRAPHS(RECON-SUB)
             TO RDL-CHARTED-PARAGRAPHS.
           MOVE RP-XREF-PARAGRAPHS(RECON-SUB) TO RDL-XREF-PARAGRAPHS.
           MOVE RP-LOADED-PARAGRAPHS(RECON-SUB)
             TO RDL-LOADED-PARAGRAPHS.
           MOVE RP-LOADED-EDGES(RECON-SUB) TO RDL-LOADED-EDGES.
           IF RP-LOAD-DATE(RECON-SUB) = 0
              MOVE SPACE TO RDL-LOAD-DATE
           ELSE
              MOVE RP-LOAD-DATE(RECON-SUB) TO RDL-LOAD-DATE
           END-IF.
           MOVE RECON-FLAG-TEXT TO RDL-FLAG-TEXT.
           MOVE RP-MEMBER-NAME(RECON-SUB) TO RDL-MEMBER-NAME.
           MOVE RECON-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 018-CHECK-STRCRECN-STATUS.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO PROGRAMS-LISTED-COUNT.
           IF RECON-FLAG-TEXT = "AGREED"
              ADD 1 TO PROGRAMS-AGREED-COUNT
           ELSE
              ADD 1 TO PROGRAMS-FLAGGED-COUNT
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
      *
       310-ASSESS-ONE-PROGRAM.
           IF RP-EXTRACT-MISSING(RECON-SUB)
              MOVE "*** NOT FOUND IN COBSRCE" TO RECON-FLAG-TEXT
           ELSE
              IF RP-EXTRACT-SKIPPED(RECON-SUB)
                 MOVE "*** SKIPPED BY EXTRACT" TO RECON-FLAG-TEXT
              ELSE
                 IF NOT RP-EXTRACT-WRITTEN(RECON-SUB)
                    MOVE "*** NOT ON EXTRACT RUN REPORT"
                      TO RECON-FLAG-TEXT
                 ELSE
                    IF NOT RP-IN-COBLPROG(RECON-SUB)
                       MOVE "*** MISSING FROM COBLPROG"
                         TO RECON-FLAG-TEXT
                    ELSE
                       PERFORM 320-ASSESS-LATER-STAGES
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
       320-ASSESS-LATER-STAGES.
           IF NOT RP-WAS-CHARTED(RECON-SUB)
              MOVE "*** NOT CHARTED BY LATEST RUN" TO RECON-FLAG-TEXT
           ELSE
              IF RP-XREF-PARAGRAPHS(RECON-SUB) = 0
                 MOVE "*** MISSING FROM STRCXREF" TO RECON-FLAG-TEXT
              ELSE
                 IF RP-LOAD-DATE(RECON-SUB) = 0
                    MOVE "*** NOT LOADED" TO RECON-FLAG-TEXT
                 ELSE
                    IF RP-LOAD-DATE(RECON-SUB) < AUDIT-RUN-DATE
                       MOVE "*** NOT LOADED SINCE CHARTING"
                         TO RECON-FLAG-TEXT
                    ELSE
                       PERFORM 330-COMPARE-STAGE-COUNTS
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
       330-COMPARE-STAGE-COUNTS.
           IF RP-EXTRACT-PARAGRAPHS(RECON-SUB)
                 NOT = RP-SRPT-PARAGRAPHS(RECON-SUB)
              OR RP-CHARTED-PARAGRAPHS(RECON-SUB)
                 NOT = RP-SRPT-PARAGRAPHS(RECON-SUB)
              OR RP-XREF-PARAGRAPHS(RECON-SUB)
                 NOT = RP-SRPT-PARAGRAPHS(RECON-SUB)
              OR RP-LOADED-PARAGRAPHS(RECON-SUB)
                 NOT = RP-SRPT-PARAGRAPHS(RECON-SUB)
              MOVE "*** PARAGRAPH COUNTS DISAGREE" TO RECON-FLAG-TEXT
           ELSE
              IF RP-LOADED-EDGES(RECON-SUB)
                 NOT = RP-EXTRACT-EDGES(RECON-SUB)
                 MOVE "*** EDGE COUNTS DISAGREE" TO RECON-FLAG-TEXT
              ELSE
                 MOVE "AGREED" TO RECON-FLAG-TEXT
              END-IF
           END-IF.
      *
       400-PRINT-FOOTER-LINE.
           IF TABLE-IS-TRUNCATED
              IF LINE-COUNT + 1 >= LINES-PER-PAGE
                 PERFORM 210-THROW-NEW-PAGE
              END-IF
              MOVE TRUNCATION-NOTE-LINE TO PRINT-AREA
              WRITE PRINT-AREA AFTER ADVANCING 2 LINES
              PERFORM 018-CHECK-STRCRECN-STATUS
              ADD 2 TO LINE-COUNT
           END-IF.
           IF LINE-COUNT + 1 >= LINES-PER-PAGE
              PERFORM 210-THROW-NEW-PAGE
           END-IF.
           MOVE PROGRAMS-LISTED-COUNT TO FL-PROGRAMS-COUNT.
           MOVE PROGRAMS-AGREED-COUNT TO FL-AGREED-COUNT.
           MOVE PROGRAMS-FLAGGED-COUNT TO FL-FLAGGED-COUNT.
           MOVE FOOTER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 018-CHECK-STRCRECN-STATUS.
