      *                          end, and warning RC 4 when any
      *                          request missed - the release-review
      *                          checklist is one job again
      * 15/10/2026 MAINTAINER    LOAD now banks the R=, T= and S=
      *                          records: every paragraph of a
      *                          PERFORM ... THRU range gets a P edge
      *                          from the range's performer, and every
      *                          paragraph a P edge from its section,
      *                          so impact inquiries see through
      *                          sections and THRU ranges
      * 15/10/2026 MAINTAINER    LOAD now also banks STRC000's
      *                          STRCCREF copybook-usage extract in
      *                          the keyed STRCCOPY repository (key:
      *                          copybook, program, division,
      *                          paragraph), and the new COPY=name
      *                          inquiry - PARM or STRCTRAN - lists
      *                          every program that copies a member,
      *                          so the recompile list for a changed
      *                          layout is one inquiry; PURGE retires
      *                          stale usages with the edges
      * 15/10/2026 MAINTAINER    LOAD now banks EXEC CICS LINK and
      *                          XCTL commands from the X= records as
      *                          program edges like CALL, typed L and
      *                          X, so an impact inquiry on an online
      *                          program names the transactions that
      *                          transfer to it
      * 15/10/2026 MAINTAINER    PGM=, PARA= and impact answers now
      *                          print the STRCANNO annotations STRC012
      *                          maintains under the entries they
      *                          name - the program's description,
      *                          owner and note the first time it
      *                          appears, then the paragraph's - and
      *                          PURGE reports every annotation left
      *                          without a repository record to hang
      *                          it on
      * 15/10/2026 MAINTAINER    LOAD now also banks STRC000's
      *                          STRCDREF data-reference extract in
      *                          the keyed STRCDATA repository (key:
      *                          data name, program, paragraph), and
      *                          the new IDATA=name inquiry - PARM or
      *                          STRCTRAN - lists every paragraph that
      *                          sets or reads a field, then walks the
      *                          edges back from each one with its SET
      *                          or READ mark carried through, so the
      *                          retest list for a field change is one
      *                          inquiry; PURGE retires stale
      *                          references with the edges
      * 15/10/2026 MAINTAINER    LOAD now takes a load identifier
      *                          (LOAD=id, the run date by default),
      *                          refuses one STRCLOAD already shows
      *                          completed or unfinished, and writes
      *                          the before-image of every repository
      *                          record it rewrites, and the key of
      *                          every one it adds, to the keyed
      *                          STRCJRNL journal; the new BACKOUT=id
      *                          puts the repository back from that
      *                          journal and prints a backout report;
      *                          PURGE retires aged journal records
      * 15/10/2026 MAINTAINER    A STRCDREF reference flagged B - read
      *                          and set in the same paragraph - is
      *                          banked as B, counted as both a setter
      *                          and a reader, and marked SET+READ on
      *                          the IDATA= answer
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EDGE-KEY
                   FILE STATUS IS STRCEDGE-STATUS.
           SELECT OPTIONAL STRCCREF ASSIGN TO STRCCREF
                   FILE STATUS IS STRCCREF-STATUS.
           SELECT OPTIONAL STRCCOPY ASSIGN TO STRCCOPY
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CPY-KEY
                   FILE STATUS IS STRCCOPY-STATUS.
           SELECT OPTIONAL STRCANNO ASSIGN TO STRCANNO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ANNO-KEY
                   FILE STATUS IS STRCANNO-STATUS.
           SELECT OPTIONAL STRCDREF ASSIGN TO STRCDREF
                   FILE STATUS IS STRCDREF-STATUS.
           SELECT OPTIONAL STRCDATA ASSIGN TO STRCDATA
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DAT-KEY
                   FILE STATUS IS STRCDATA-STATUS.
           SELECT OPTIONAL STRCLOAD ASSIGN TO STRCLOAD
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTL-LOAD-ID
                   FILE STATUS IS STRCLOAD-STATUS.
           SELECT OPTIONAL STRCJRNL ASSIGN TO STRCJRNL
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JRN-KEY
                   FILE STATUS IS STRCJRNL-STATUS.
           SELECT STRCTRAN ASSIGN TO STRCTRAN
                   FILE STATUS IS STRCTRAN-STATUS.
           SELECT STRCARCH ASSIGN TO STRCARCH
      *    The edge repository: one record per control-flow edge the
      *    shop's extracts have ever reported, keyed target first so
      *    "who reaches this" is a keyed browse. A PERFORM or GO TO
      *    edge targets a (program, paragraph) pair; a CALL edge (or
      *    a CICS LINK or XCTL, typed L or X) targets the called
      *    program with SPACES for the paragraph,
      *    sorting ahead of every real paragraph name under the same
      *    program. Loads stamp the run date, so housekeeping can
      *    retire edges no load has reported for years.
      *
      *    The same 58-byte COBLPROG layout STRC000 writes: the LOAD
      *    function reads it beside STRCXREF to learn the PERFORM
      *    parentage, the P=, G= and CAL= edges, the R=, T= and S=
      *    range and section records, and the X= records whose CICS
      *    LINK and XCTL commands are program edges, none of which
      *    ride on the cross-reference extract. Q= records are
      *    passed over. OPTIONAL, so an extract-less load still
      *    refreshes the paragraph records.
       FD  COBLPROG.
       01 OLD-PROCEDURE-INFORMATIONS.
          05 OLD-SEQUENCE-NUMBER      PIC 9(4).
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
      *    The 59-byte copybook-usage record STRC000 writes in
      *    580-WRITE-COPY-REFERENCES: program, copybook, division,
      *    and for PROCEDURE DIVISION copies the paragraph. OPTIONAL,
      *    so a load without the extract still refreshes everything
      *    else.
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
      *    The copybook-usage repository: one record per place the
      *    shop's extracts have ever reported a COPY, keyed copybook
      *    first so "who copies this member" is a keyed browse.
      *    Loads stamp the run date, so housekeeping can retire
      *    usages no load has reported since.
       FD  STRCCOPY.
       01 CPY-RECORD.
          05 CPY-KEY.
             10 CPY-COPYBOOK-NAME     PIC X(8).
             10 CPY-PROGRAM-NAME      PIC X(8).
             10 CPY-DIVISION-NAME     PIC X(14).
             10 CPY-PARAGRAPH-NAME    PIC X(26).
          05 CPY-LAST-RUN-DATE        PIC 9(8).
      *
      *    The annotation master STRC012 maintains, keyed like
      *    STRCMAST: program name plus procedure name, SPACES for
      *    the procedure name on the program's own annotation. Read
      *    only here - inquiries print it, PURGE reports its orphans.
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
      *    The 68-byte data-reference record STRC000 writes in
      *    565-WRITE-ONE-DREF-RECORD: program, data name, the
      *    paragraph referencing it, and S when the paragraph only
      *    sets the name, R when it only reads it or B when it does
      *    both. OPTIONAL, so a load without the extract still
      *    refreshes everything else.
       FD  STRCDREF.
       01 DREF-INPUT-RECORD.
          05 DIN-PROGRAM-NAME         PIC X(8).
          05 FILLER                   PIC X(1).
          05 DIN-DATA-NAME            PIC X(30).
          05 FILLER                   PIC X(1).
          05 DIN-PARAGRAPH-NAME       PIC X(26).
          05 FILLER                   PIC X(1).
          05 DIN-USAGE-FLAG           PIC X(1).
      *
      *    The data-reference repository: one record per (data name,
      *    program, paragraph) the shop's extracts have ever
      *    reported, keyed data name first so "who touches this
      *    field" is a keyed browse. The usage flag is the latest
      *    load's S, R or B; loads stamp the run date, so housekeeping
      *    can retire references no load has reported since.
       FD  STRCDATA.
       01 DAT-RECORD.
          05 DAT-KEY.
             10 DAT-DATA-NAME         PIC X(30).
             10 DAT-PROGRAM-NAME      PIC X(8).
             10 DAT-PARAGRAPH-NAME    PIC X(26).
          05 DAT-USAGE-FLAG           PIC X(1).
          05 DAT-LAST-RUN-DATE        PIC 9(8).
      *
      *    Load control: one record per load identifier, written as
      *    the load starts and marked completed as it ends, so a load
      *    that already ran - or died part way - is refused rather
      *    than run over again. The sequence number orders the loads,
      *    so a BACKOUT can insist the later ones go first. BACKOUT
      *    marks the record backed out, which frees the identifier
      *    for a corrected rerun; PURGE marks it retired once its
      *    journal has aged out.
       FD  STRCLOAD.
       01 CTL-RECORD.
          05 CTL-LOAD-ID              PIC X(8).
          05 CTL-STATE-CODE           PIC X(1).
             88 CTL-LOAD-STARTED                 VALUE "S".
             88 CTL-LOAD-COMPLETED               VALUE "C".
             88 CTL-LOAD-BACKED-OUT              VALUE "B".
             88 CTL-JOURNAL-RETIRED              VALUE "P".
          05 CTL-LOAD-SEQUENCE        PIC 9(8).
          05 CTL-RUN-DATE             PIC 9(8).
          05 CTL-JOURNAL-COUNT        PIC 9(8).
          05 CTL-BACKOUT-DATE         PIC 9(8).
      *
      *    Before-image journal of every load: for each repository
      *    record a load rewrites, its image as it stood beforehand;
      *    for each record it adds, the new record, whose key is all
      *    BACKOUT needs to remove it. The sequence half of the key
      *    counts down, so a browse from the load identifier returns
      *    the load's changes newest first and BACKOUT undoes them in
      *    reverse - a record changed twice in one load ends up with
      *    its oldest image. Each journal record is written before
      *    the update it describes.
       FD  STRCJRNL.
       01 JRN-RECORD.
          05 JRN-KEY.
             10 JRN-LOAD-ID           PIC X(8).
             10 JRN-REVERSE-SEQUENCE  PIC 9(8).
          05 JRN-FILE-CODE            PIC X(1).
             88 JRN-MASTER-IMAGE                 VALUE "M".
             88 JRN-EDGE-IMAGE                   VALUE "E".
             88 JRN-COPY-IMAGE                   VALUE "C".
             88 JRN-DATA-IMAGE                   VALUE "D".
          05 JRN-ACTION-CODE          PIC X(1).
             88 JRN-KEY-ADDED                    VALUE "A".
             88 JRN-IMAGE-REPLACED               VALUE "R".
          05 JRN-RUN-DATE             PIC 9(8).
          05 JRN-IMAGE                PIC X(80).
      *
      *    Transaction file for the BATCH mode: one inquiry request
      *    per 80-byte card, in the same PGM=/PARA=/IPGM=/IPARA=/
      *    COPY=/IDATA= form the PARM carries, "*" in column 1 a
      *    comment.
       FD  STRCTRAN.
       01 TRANSACTION-CARD            PIC X(80).
      *
             88 IMPACT-PARAGRAPH-INQUIRY         VALUE "A".
             88 PURGE-REQUEST                    VALUE "R".
             88 BATCH-REQUEST                    VALUE "B".
             88 COPYBOOK-INQUIRY                 VALUE "K".
             88 DATA-IMPACT-INQUIRY              VALUE "D".
             88 BACKOUT-REQUEST                  VALUE "O".
          05 RECORD-FOUND-SWITCH      PIC X      VALUE "N".
             88 MASTER-RECORD-FOUND              VALUE "Y".
          05 COBLPROG-EOF-SWITCH      PIC X      VALUE "N".
             88 EXTRACT-CALL-RECORD              VALUE "C".
             88 EXTRACT-EDGE-RECORD              VALUE "E".
             88 EXTRACT-GOTO-RECORD              VALUE "G".
             88 EXTRACT-RANGE-RECORD             VALUE "R".
             88 EXTRACT-THRU-RECORD              VALUE "U".
             88 EXTRACT-SECTION-RECORD           VALUE "S".
             88 EXTRACT-TRANSFER-RECORD          VALUE "X".
             88 EXTRACT-OTHER-RECORD             VALUE "O".
          05 EDGE-FOUND-SWITCH        PIC X      VALUE "N".
             88 EDGE-RECORD-FOUND                VALUE "Y".
             88 WORK-ENTRY-PENDING               VALUE "Y".
          05 STRCTRAN-EOF-SWITCH      PIC X      VALUE "N".
             88 STRCTRAN-EOF                     VALUE "Y".
          05 STRCCREF-EOF-SWITCH      PIC X      VALUE "N".
             88 STRCCREF-EOF                     VALUE "Y".
          05 STRCCOPY-EOF-SWITCH      PIC X      VALUE "N".
             88 STRCCOPY-EOF                     VALUE "Y".
          05 COPY-FOUND-SWITCH        PIC X      VALUE "N".
             88 COPY-RECORD-FOUND                VALUE "Y".
          05 STRCANNO-EOF-SWITCH      PIC X      VALUE "N".
             88 STRCANNO-EOF                     VALUE "Y".
          05 ANNOTATION-FOUND-SWITCH  PIC X      VALUE "N".
             88 ANNOTATION-RECORD-FOUND          VALUE "Y".
          05 ANNOTATION-FILE-SWITCH   PIC X      VALUE "N".
             88 ANNOTATIONS-AVAILABLE            VALUE "Y".
          05 STRCDREF-EOF-SWITCH      PIC X      VALUE "N".
             88 STRCDREF-EOF                     VALUE "Y".
          05 STRCDATA-EOF-SWITCH      PIC X      VALUE "N".
             88 STRCDATA-EOF                     VALUE "Y".
          05 DATA-FOUND-SWITCH        PIC X      VALUE "N".
             88 DATA-RECORD-FOUND                VALUE "Y".
          05 STRCLOAD-EOF-SWITCH      PIC X      VALUE "N".
             88 STRCLOAD-EOF                     VALUE "Y".
          05 LOAD-CONTROL-FOUND-SWITCH
                                      PIC X      VALUE "N".
             88 LOAD-CONTROL-FOUND               VALUE "Y".
          05 STRCJRNL-EOF-SWITCH      PIC X      VALUE "N".
             88 STRCJRNL-EOF                     VALUE "Y".
      *
       01 REQUEST-FIELDS.
          05 REQUESTED-PROGRAM-NAME   PIC X(8)   VALUE SPACE.
          05 REQUESTED-PARAGRAPH-NAME PIC X(26)  VALUE SPACE.
          05 REQUESTED-COPYBOOK-NAME  PIC X(8)   VALUE SPACE.
          05 REQUESTED-DATA-NAME      PIC X(30)  VALUE SPACE.
          05 PURGE-CUTOFF-DATE        PIC 9(8)   VALUE 0.
          05 LOAD-IDENTIFIER          PIC X(8)   VALUE SPACE.
      *
      *    The request under interpretation - the PARM's text, or one
      *    STRCTRAN card in BATCH mode - so both arrive at the same
          05 RECORDS-RETIRED-COUNT PIC 9(5)   VALUE 0.
          05 RECORDS-KEPT-COUNT    PIC 9(5)   VALUE 0.
          05 EDGES-RETIRED-COUNT   PIC 9(5)   VALUE 0.
          05 COPIES-RETIRED-COUNT  PIC 9(5)   VALUE 0.
          05 DATA-REFS-RETIRED-COUNT
                                       PIC 9(5)   VALUE 0.
          05 ANNOTATIONS-ORPHANED-COUNT
                                       PIC 9(5)   VALUE 0.
          05 JOURNAL-RETIRED-COUNT PIC 9(7)   VALUE 0.
          05 LOADS-RETIRED-COUNT   PIC 9(5)   VALUE 0.
      *
       01 LOAD-STATISTICS.
          05 RECORDS-READ-COUNT    PIC 9(5)   VALUE 0.
          05 RECORDS-LISTED-COUNT  PIC 9(5)   VALUE 0.
          05 EDGES-ADDED-COUNT     PIC 9(5)   VALUE 0.
          05 EDGES-UPDATED-COUNT   PIC 9(5)   VALUE 0.
          05 COPIES-ADDED-COUNT    PIC 9(5)   VALUE 0.
          05 COPIES-UPDATED-COUNT  PIC 9(5)   VALUE 0.
          05 DATA-REFS-ADDED-COUNT PIC 9(5)   VALUE 0.
          05 DATA-REFS-UPDATED-COUNT
                                       PIC 9(5)   VALUE 0.
      *
      *    The journal sequence a load has reached, and what BACKOUT
      *    learns from STRCLOAD about the load it is undoing.
       01 LOAD-CONTROL-FIELDS.
          05 JOURNAL-SEQUENCE      PIC 9(8)   VALUE 0.
          05 HIGHEST-LOAD-SEQUENCE PIC 9(8)   VALUE 0.
          05 BACKOUT-LOAD-SEQUENCE PIC 9(8)   VALUE 0.
          05 BACKOUT-LOAD-STATE    PIC X(1)   VALUE SPACE.
          05 BACKOUT-LOAD-RUN-DATE PIC 9(8)   VALUE 0.
          05 LATER-LOAD-IDENTIFIER PIC X(8)   VALUE SPACE.
      *
       01 BACKOUT-STATISTICS.
          05 MASTERS-RESTORED-COUNT
                                       PIC 9(5)   VALUE 0.
          05 MASTERS-REMOVED-COUNT PIC 9(5)   VALUE 0.
          05 EDGES-RESTORED-COUNT  PIC 9(5)   VALUE 0.
          05 EDGES-REMOVED-COUNT   PIC 9(5)   VALUE 0.
          05 COPIES-RESTORED-COUNT PIC 9(5)   VALUE 0.
          05 COPIES-REMOVED-COUNT  PIC 9(5)   VALUE 0.
          05 DATA-REFS-RESTORED-COUNT
                                       PIC 9(5)   VALUE 0.
          05 DATA-REFS-REMOVED-COUNT
                                       PIC 9(5)   VALUE 0.
          05 JOURNAL-APPLIED-COUNT PIC 9(8)   VALUE 0.
      *
      *    The COPY= answer counts distinct programs as well as
      *    usages: the browse returns a copybook's usages program by
      *    program, so a change of program name is a new program.
       01 COPY-INQUIRY-FIELDS.
          05 COPY-PROGRAMS-LISTED-COUNT
                                       PIC 9(4)   VALUE 0.
          05 LAST-LISTED-PROGRAM   PIC X(8)   VALUE SPACE.
      *
      *    The program that owns the COBLPROG records being loaded,
      *    named by the PGM= record most recently read.
       01 LOAD-PROGRAM-NAME        PIC X(8)   VALUE SPACE.
      *
      *    The procedure names of the program being loaded, in source
      *    order, and its PERFORM ... THRU ranges; both are reset at
      *    every PGM= record. STRC000 writes the procedure records
      *    and the R= records ahead of the T= records, so each T=
      *    record can be spread over its ranges the moment it is read.
       01 LOAD-PARAGRAPH-TABLE.
          05 LOAD-PARAGRAPH-ENTRY     OCCURS 5000 TIMES
                                       INDEXED BY LOAD-PARA-IDX.
             10 LP-PROCEDURE-NAME     PIC X(26).
       01 LOAD-PARAGRAPH-COUNT     PIC 9(4)   VALUE 0.
      *
       01 LOAD-RANGE-TABLE.
          05 LOAD-RANGE-ENTRY         OCCURS 5000 TIMES
                                       INDEXED BY LOAD-RANGE-IDX.
             10 LR-FIRST              PIC X(26).
             10 LR-LAST               PIC X(26).
       01 LOAD-RANGE-COUNT         PIC 9(4)   VALUE 0.
      *
       01 LOAD-RANGE-FIELDS.
          05 RANGE-SUB             PIC 9(4)   VALUE 0.
          05 RANGE-FIRST-SUB       PIC 9(4)   VALUE 0.
          05 RANGE-LAST-SUB        PIC 9(4)   VALUE 0.
          05 RANGE-MEMBER-SUB      PIC 9(4)   VALUE 0.
          05 RANGE-SCAN-SUB        PIC 9(4)   VALUE 0.
      *
      *    Worklist for the impact walk: every (program, paragraph)
      *    pair discovered to reach the inquiry subject, each awaiting
      *    its own backward expansion; the done flag marks pairs whose
      *    reachers have been hunted, and the table doubles as the
      *    visited list that keeps a cycle of PERFORMs from walking
      *    forever. An IDATA= walk carries the S, R or B of the data
      *    reference each pair leads back to, and a pair reaching
      *    both a setter and a reader is kept once under each mark;
      *    every other walk leaves the mark blank.
       01 IMPACT-WORK-TABLE.
          05 IMPACT-WORK-ENTRY        OCCURS 2000 TIMES
                                       INDEXED BY WORK-IDX.
             10 IW-LEVEL              PIC 9(2).
             10 IW-DONE-FLAG          PIC X(1).
                88 IW-WAS-EXPANDED               VALUE "Y".
             10 IW-USAGE-FLAG         PIC X(1).
       01 IMPACT-WORK-COUNT        PIC 9(4)   VALUE 0.
      *
       01 IMPACT-WORK-FIELDS.
          05 EXPAND-LEVEL          PIC 9(2)   VALUE 0.
          05 ADMIT-LEVEL           PIC 9(2)   VALUE 0.
          05 REACHERS-LISTED-COUNT PIC 9(4)   VALUE 0.
          05 EXPAND-USAGE-FLAG     PIC X(1)   VALUE SPACE.
          05 ADMIT-USAGE-FLAG      PIC X(1)   VALUE SPACE.
          05 MARK-USAGE-FLAG       PIC X(1)   VALUE SPACE.
          05 TARGET-EDGES-COUNT    PIC 9(4)   VALUE 0.
          05 DATA-SETTERS-COUNT    PIC 9(4)   VALUE 0.
          05 DATA-READERS-COUNT    PIC 9(4)   VALUE 0.
      *
      *    The edge about to be applied to STRCEDGE, staged outside
      *    the record area: a keyed READ that misses leaves the
          05 STAGE-SOURCE-PROGRAM  PIC X(8)   VALUE SPACE.
          05 STAGE-SOURCE-PARA     PIC X(26)  VALUE SPACE.
          05 STAGE-EDGE-TYPE       PIC X(1)   VALUE SPACE.
      *
      *    The entry whose annotations are about to print, and the
      *    programs whose own annotation this answer has already
      *    printed: a program annotation prints once, under the
      *    first entry of its program, however many of its
      *    paragraphs the answer goes on to list.
       01 ANNOTATION-FIELDS.
          05 ANNOTATE-PROGRAM-NAME PIC X(8)   VALUE SPACE.
          05 ANNOTATE-PARAGRAPH-NAME
                                       PIC X(26)  VALUE SPACE.
          05 ANNOTATED-SUB         PIC 9(4)   VALUE 0.
          05 FOUND-ANNOTATED-SUB   PIC 9(4)   VALUE 0.
      *
       01 ANNOTATED-PROGRAM-TABLE.
          05 ANNOTATED-PROGRAM-ENTRY  OCCURS 2000 TIMES
                                       INDEXED BY ANNOTATED-IDX.
             10 AP-PROGRAM-NAME       PIC X(8).
       01 ANNOTATED-PROGRAM-COUNT  PIC 9(4)   VALUE 0.
      *
       01 PAGINATION-FIELDS.
          05 LINES-PER-PAGE        PIC 9(2)   VALUE 55.
          05 STRCTRAN-STATUS       PIC X(2)   VALUE "00".
          05 STRCARCH-STATUS       PIC X(2)   VALUE "00".
          05 STRCRPT-STATUS        PIC X(2)   VALUE "00".
          05 STRCCREF-STATUS       PIC X(2)   VALUE "00".
          05 STRCCOPY-STATUS       PIC X(2)   VALUE "00".
          05 STRCANNO-STATUS       PIC X(2)   VALUE "00".
          05 STRCDREF-STATUS       PIC X(2)   VALUE "00".
          05 STRCDATA-STATUS       PIC X(2)   VALUE "00".
          05 STRCLOAD-STATUS       PIC X(2)   VALUE "00".
          05 STRCJRNL-STATUS       PIC X(2)   VALUE "00".
      *
       01 ABEND-FIELDS.
          05 ERROR-FILE-NAME       PIC X(8)   VALUE SPACE.
          05 FILLER                   PIC X(15)
                                      VALUE "EDGES UPDATED: ".
          05 LSL-EDGES-UPDATED-COUNT  PIC ZZZZ9.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(14)  VALUE "COPIES ADDED: ".
          05 LSL-COPIES-ADDED-COUNT   PIC ZZZZ9.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(16)
                                      VALUE "COPIES UPDATED: ".
          05 LSL-COPIES-UPDATED-COUNT PIC ZZZZ9.
          05 FILLER                   PIC X(11)  VALUE SPACE.
      *
       01 DATA-LOAD-SUMMARY-LINE.
          05 FILLER                   PIC X(12)  VALUE "DATA REFEREN".
          05 FILLER                   PIC X(12)  VALUE "CES ADDED:  ".
          05 DLS-ADDED-COUNT          PIC ZZZZ9.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(9)   VALUE "UPDATED: ".
          05 DLS-UPDATED-COUNT        PIC ZZZZ9.
          05 FILLER                   PIC X(88)  VALUE SPACE.
      *
      *    One line per (program, paragraph) pair the impact walk
      *    discovers, at the backward distance it was first reached:
      *    level 1 is a direct PERFORM, GO TO, or CALL of the
      *    subject, level 2 reaches a level-1 reacher, and so on. An
      *    IDATA= answer lists the paragraphs touching the field at
      *    level 0, and marks every line SET, READ or SET+READ by
      *    the reference it leads back to.
       01 IMPACT-DETAIL-LINE.
          05 FILLER                   PIC X(4)   VALUE SPACE.
          05 FILLER                   PIC X(6)   VALUE "LEVEL ".
          05 IDL-PARAGRAPH-NAME       PIC X(26).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 IDL-VIA-TEXT             PIC X(7).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 IDL-MARK-TEXT            PIC X(8).
          05 FILLER                   PIC X(67)  VALUE SPACE.
      *
       01 IMPACT-SUMMARY-LINE.
          05 FILLER                   PIC X(12)  VALUE "REACHED BY: ".
          05 ISL-REACHERS-COUNT       PIC ZZZ9.
          05 FILLER                   PIC X(12)  VALUE " PARAGRAPHS ".
          05 FILLER                   PIC X(104) VALUE SPACE.
      *
       01 DATA-IMPACT-SUMMARY-LINE.
          05 FILLER                   PIC X(8)   VALUE "SET IN: ".
          05 DSL-SETTERS-COUNT        PIC ZZZ9.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(9)   VALUE "READ IN: ".
          05 DSL-READERS-COUNT        PIC ZZZ9.
          05 FILLER                   PIC X(12)  VALUE " PARAGRAPHS ".
          05 FILLER                   PIC X(12)  VALUE "REACHED BY: ".
          05 DSL-REACHERS-COUNT       PIC ZZZ9.
          05 FILLER                   PIC X(12)  VALUE " PARAGRAPHS ".
          05 FILLER                   PIC X(66)  VALUE SPACE.
      *
      *    One line per retired record on the retirement report: who
      *    it was and the dates that sentenced it.
          05 FILLER                   PIC X(15)
                                      VALUE "EDGES RETIRED: ".
          05 PSL-EDGES-RETIRED-COUNT  PIC ZZZZ9.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(16)
                                      VALUE "COPIES RETIRED: ".
          05 PSL-COPIES-RETIRED-COUNT PIC ZZZZ9.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(22)
                                      VALUE "ANNOTATIONS ORPHANED: ".
          05 PSL-ORPHANED-COUNT       PIC ZZZZ9.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(19)
                                      VALUE "DATA REFS RETIRED: ".
          05 PSL-DATA-RETIRED-COUNT   PIC ZZZZ9.
          05 FILLER                   PIC X(10)  VALUE SPACE.
      *
       01 JOURNAL-PURGE-SUMMARY-LINE.
          05 FILLER                   PIC X(12)  VALUE "LOAD JOURNAL".
          05 FILLER                   PIC X(12)  VALUE " RECORDS RET".
          05 FILLER                   PIC X(6)   VALUE "IRED: ".
          05 JSL-RETIRED-COUNT        PIC ZZZZZZ9.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(25)
                                      VALUE "LOADS CLOSED TO BACKOUT: ".
          05 JSL-LOADS-COUNT          PIC ZZZZ9.
          05 FILLER                   PIC X(64)  VALUE SPACE.
      *
      *    The BACKOUT report: the load undone, then per repository
      *    file the before-images put back and the added keys taken
      *    out, then the journal records applied in all.
       01 BACKOUT-HEADER-LINE.
          05 FILLER                   PIC X(16)
                                      VALUE "BACKOUT OF LOAD ".
          05 BHL-LOAD-ID              PIC X(8).
          05 FILLER                   PIC X(5)   VALUE " RUN ".
          05 BHL-RUN-DATE             PIC 9(8).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 BHL-STATE-TEXT           PIC X(20).
          05 FILLER                   PIC X(74)  VALUE SPACE.
      *
       01 BACKOUT-DETAIL-LINE.
          05 FILLER                   PIC X(4)   VALUE SPACE.
          05 BDL-FILE-NAME            PIC X(8).
          05 FILLER                   PIC X(2)   VALUE SPACE.
          05 FILLER                   PIC X(17)
                                      VALUE "IMAGES RESTORED: ".
          05 BDL-RESTORED-COUNT       PIC ZZZZ9.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(14)  VALUE "KEYS REMOVED: ".
          05 BDL-REMOVED-COUNT        PIC ZZZZ9.
          05 FILLER                   PIC X(76)  VALUE SPACE.
      *
       01 BACKOUT-SUMMARY-LINE.
          05 FILLER                   PIC X(25)
                                      VALUE "JOURNAL RECORDS APPLIED: ".
          05 BSL-APPLIED-COUNT        PIC ZZZZZZZ9.
          05 FILLER                   PIC X(99)  VALUE SPACE.
      *
      *    Annotation lines print indented under the entry they
      *    belong to, the scope on the first line of each.
       01 ANNOTATION-LINE.
          05 FILLER                   PIC X(5)   VALUE SPACE.
          05 ANL-SCOPE                PIC X(5).
          05 ANL-LABEL                PIC X(7).
          05 ANL-TEXT                 PIC X(70).
          05 FILLER                   PIC X(45)  VALUE SPACE.
      *
      *    PURGE's orphaned-annotation list: a title ahead of the
      *    first orphan, then one line per annotation whose program
      *    or paragraph the repository no longer holds.
       01 ORPHAN-TITLE-LINE.
          05 FILLER                   PIC X(12)  VALUE "ANNOTATIONS ".
          05 FILLER                   PIC X(12)  VALUE "WITHOUT A RE".
          05 FILLER                   PIC X(12)  VALUE "POSITORY REC".
          05 FILLER                   PIC X(3)   VALUE "ORD".
          05 FILLER                   PIC X(93)  VALUE SPACE.
      *
       01 ORPHAN-DETAIL-LINE.
          05 ODL-PROGRAM-NAME         PIC X(8).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 ODL-PROCEDURE-NAME       PIC X(26).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(7)   VALUE "OWNER: ".
          05 ODL-OWNING-TEAM          PIC X(20).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 ODL-DESCRIPTION          PIC X(40).
          05 FILLER                   PIC X(28)  VALUE SPACE.
      *
      *    One line per place a copybook is copied, in key order:
      *    program by program, division and paragraph within each.
       01 COPY-DETAIL-LINE.
          05 CDL-PROGRAM-NAME         PIC X(8).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 CDL-DIVISION-NAME        PIC X(14).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 CDL-PARAGRAPH-NAME       PIC X(26).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(10)  VALUE "LAST RUN: ".
          05 CDL-LAST-RUN-DATE        PIC 9(8).
          05 FILLER                   PIC X(63)  VALUE SPACE.
      *
       01 COPY-SUMMARY-LINE.
          05 FILLER                   PIC X(12)  VALUE "RECOMPILE LI".
          05 FILLER                   PIC X(4)   VALUE "ST: ".
          05 CSL-PROGRAMS-COUNT       PIC ZZZ9.
          05 FILLER                   PIC X(10)  VALUE " PROGRAMS ".
          05 FILLER                   PIC X(102) VALUE SPACE.
      *
       01 NO-RECORDS-LINE.
          05 FILLER                   PIC X(12)  VALUE "NO REPOSITOR".
      *      LOAD          - apply this run's STRCXREF extract to the
      *                      STRCMAST repository and its COBLPROG
      *                      extract to the STRCEDGE edge repository
      *      LOAD=id       - the same, journalled under the given load
      *                      identifier rather than the run date
      *      BACKOUT=id    - put the repository back as it stood
      *                      before the load of that identifier, from
      *                      its STRCJRNL before-images
      *      PGM=pppppppp  - list everything the repository knows
      *                      about one program
      *      PARA=name     - list every program owning a paragraph of
      *                      the stored edges backwards
      *      IPARA=name    - the same walk for a paragraph name,
      *                      whichever programs own it
      *      COPY=member   - list every program, division and
      *                      paragraph that copies the copybook
      *      IDATA=name    - list every paragraph that sets or reads
      *                      the data name, then everything that
      *                      reaches those paragraphs, each marked
      *                      SET, READ or SET+READ
      *      BATCH         - answer the STRCTRAN transaction file of
      *                      inquiry requests (PGM=, PARA=, IPGM=,
      *                      IPARA=, COPY=, IDATA=, one per record)
      *                      on one consolidated report
      *      PURGE=yyyymmdd - retire every repository record whose
      *                      last-run date is older than the cutoff:
      *                      archived to STRCARCH, deleted from the
      *                      master, and printed on the retirement
      *                      report; edge, copybook-usage and
      *                      data-reference records that stale
      *                      retire with them,
      *                      and every annotation left without a
      *                      repository record is listed; journal
      *                      records that old retire too, and their
      *                      loads can no longer be backed out
      ******************************************************************
       000-PROCESS-REPOSITORY-REQUEST.
           PERFORM 100-FORMAT-HEADING-LINES.
                    IF BATCH-REQUEST
                       PERFORM 800-PROCESS-TRANSACTION-FILE
                    ELSE
                       IF COPYBOOK-INQUIRY
                          PERFORM 550-ANSWER-COPY-INQUIRY
                       ELSE
                          IF DATA-IMPACT-INQUIRY
                             PERFORM 660-ANSWER-DATA-INQUIRY
                          ELSE
                             IF BACKOUT-REQUEST
                                PERFORM 900-BACKOUT-LOAD
                             ELSE
                                PERFORM 600-ANSWER-IMPACT-INQUIRY
                             END-IF
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
      *    An unrecognized or missing PARM is a setup error: there is
      *    no default function it would be safe to assume.
       110-INTERPRET-PARM-REQUEST.
      *    A load is journalled and controlled under its identifier:
      *    LOAD=id names it, a bare LOAD takes the run date.
           IF PARM-LENGTH >= 4
              AND PARM-TEXT(1:4) = "LOAD"
              SET LOAD-REQUEST TO TRUE
              IF PARM-LENGTH >= 6
                 AND PARM-TEXT(5:1) = "="
                 IF PARM-LENGTH >= 13
                    MOVE PARM-TEXT(6:8) TO LOAD-IDENTIFIER
                 ELSE
                    MOVE PARM-TEXT(6:PARM-LENGTH - 5)
                      TO LOAD-IDENTIFIER
                 END-IF
              ELSE
                 MOVE RUN-DATE TO LOAD-IDENTIFIER
              END-IF
              MOVE SPACE TO HL3-REQUEST-TEXT
              STRING "LOAD " LOAD-IDENTIFIER
                     " OF CURRENT STRCXREF"
                 DELIMITED BY SIZE INTO HL3-REQUEST-TEXT
           END-IF.
           IF PARM-LENGTH >= 9
              AND PARM-TEXT(1:8) = "BACKOUT="
              SET BACKOUT-REQUEST TO TRUE
              IF PARM-LENGTH >= 16
                 MOVE PARM-TEXT(9:8) TO LOAD-IDENTIFIER
              ELSE
                 MOVE PARM-TEXT(9:PARM-LENGTH - 8)
                   TO LOAD-IDENTIFIER
              END-IF
              MOVE SPACE TO HL3-REQUEST-TEXT
              STRING "BACKOUT OF LOAD " LOAD-IDENTIFIER
                 DELIMITED BY SIZE INTO HL3-REQUEST-TEXT
           END-IF.
           IF PARM-LENGTH >= 5
              AND PARM-TEXT(1:5) = "BATCH"
              PERFORM 120-INTERPRET-REQUEST-TEXT
           END-IF.
           IF REQUEST-TYPE-SWITCH = " "
              DISPLAY "STRC004 - PARM MUST BE LOAD, LOAD=id, "
                      "BACKOUT=id, BATCH, PGM=pppppppp, PARA=, "
                      "IPGM=, IPARA=, COPY=, IDATA= "
                      "OR PURGE=yyyymmdd"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *    Interprets one inquiry request held in REQUEST-TEXT for
      *    REQUEST-LENGTH meaningful bytes: the PARM in a one-shot
      *    run, a transaction card in BATCH mode. Only the inquiry
      *    forms are recognized here; LOAD, BATCH, PURGE and BACKOUT
      *    are run-level functions and stay with the PARM.
       120-INTERPRET-REQUEST-TEXT.
           IF REQUEST-LENGTH >= 5
              AND REQUEST-TEXT(1:4) = "PGM="
                     REQUESTED-PARAGRAPH-NAME(1:18)
                 DELIMITED BY SIZE INTO HL3-REQUEST-TEXT
           END-IF.
           IF REQUEST-LENGTH >= 6
              AND REQUEST-TEXT(1:5) = "COPY="
              SET COPYBOOK-INQUIRY TO TRUE
              IF REQUEST-LENGTH >= 13
                 MOVE REQUEST-TEXT(6:8) TO REQUESTED-COPYBOOK-NAME
              ELSE
                 MOVE REQUEST-TEXT(6:REQUEST-LENGTH - 5)
                   TO REQUESTED-COPYBOOK-NAME
              END-IF
              MOVE SPACE TO HL3-REQUEST-TEXT
              STRING "PROGRAMS COPYING: "
                     REQUESTED-COPYBOOK-NAME
                 DELIMITED BY SIZE INTO HL3-REQUEST-TEXT
           END-IF.
           IF REQUEST-LENGTH >= 7
              AND REQUEST-TEXT(1:6) = "IDATA="
              SET DATA-IMPACT-INQUIRY TO TRUE
              IF REQUEST-LENGTH >= 36
                 MOVE REQUEST-TEXT(7:30) TO REQUESTED-DATA-NAME
              ELSE
                 MOVE REQUEST-TEXT(7:REQUEST-LENGTH - 6)
                   TO REQUESTED-DATA-NAME
              END-IF
              MOVE SPACE TO HL3-REQUEST-TEXT
              STRING "IMPACT OF DATA NAME: "
                     REQUESTED-DATA-NAME(1:19)
                 DELIMITED BY SIZE INTO HL3-REQUEST-TEXT
           END-IF.
      *
      *    Trailing spaces on a transaction card are not meaningful;
      *    the length found here plays the PARM-LENGTH role for 120.
      *
      *****************************************************************
      *  LOAD: apply one run's STRCXREF extract to the repository.
      *  The load first claims its identifier on STRCLOAD, and every
      *  repository record it then rewrites or adds is journalled to
      *  STRCJRNL ahead of the update, so BACKOUT can undo the load
      *  whether it finished or not. Only when all four phases are
      *  through is the load marked completed.
      *****************************************************************
       300-LOAD-REPOSITORY.
           PERFORM 302-CLAIM-LOAD-IDENTIFIER.
           PERFORM 306-OPEN-LOAD-JOURNAL.
           OPEN INPUT STRCXREF.
           IF STRCXREF-STATUS NOT = "00"
              MOVE "STRCXREF" TO ERROR-FILE-NAME
           CLOSE STRCXREF
                 STRCMAST.
           PERFORM 340-LOAD-EDGE-REPOSITORY.
           PERFORM 386-LOAD-COPY-REPOSITORY.
           PERFORM 392-LOAD-DATA-REPOSITORY.
           PERFORM 308-COMPLETE-LOAD-CONTROL.
           PERFORM 390-PRINT-LOAD-SUMMARY.
      *
      *    A completed load is refused outright: running it again
      *    would only stamp the repository with the wrong run date. A
      *    load that started but never completed left the repository
      *    part-updated, and must be backed out before it is rerun.
      *    A backed-out identifier is free to be used again, and is
      *    given the next sequence number like a new one.
       302-CLAIM-LOAD-IDENTIFIER.
           OPEN I-O STRCLOAD.
           IF STRCLOAD-STATUS NOT = "00" AND STRCLOAD-STATUS NOT = "05"
              MOVE "STRCLOAD" TO ERROR-FILE-NAME
              MOVE STRCLOAD-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           MOVE 0 TO HIGHEST-LOAD-SEQUENCE.
           MOVE "N" TO STRCLOAD-EOF-SWITCH.
           MOVE LOW-VALUES TO CTL-LOAD-ID.
           START STRCLOAD KEY NOT < CTL-LOAD-ID
           INVALID KEY
              MOVE "Y" TO STRCLOAD-EOF-SWITCH
           END-START.
           PERFORM 303-SWEEP-ONE-LOAD-CONTROL
              UNTIL(STRCLOAD-EOF).
           MOVE "N" TO LOAD-CONTROL-FOUND-SWITCH.
           MOVE LOAD-IDENTIFIER TO CTL-LOAD-ID.
           READ STRCLOAD
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              SET LOAD-CONTROL-FOUND TO TRUE
           END-READ.
           IF NOT LOAD-CONTROL-FOUND
              AND STRCLOAD-STATUS NOT = "23"
              MOVE "STRCLOAD" TO ERROR-FILE-NAME
              MOVE STRCLOAD-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           IF LOAD-CONTROL-FOUND
              IF CTL-LOAD-COMPLETED OR CTL-JOURNAL-RETIRED
                 DISPLAY "STRC004 - LOAD " LOAD-IDENTIFIER
                         " ALREADY COMPLETED ON " CTL-RUN-DATE
                         " - RERUN REFUSED"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF CTL-LOAD-STARTED
                 DISPLAY "STRC004 - LOAD " LOAD-IDENTIFIER
                         " OF " CTL-RUN-DATE " NEVER COMPLETED - "
                         "BACKOUT=" LOAD-IDENTIFIER
                         " BEFORE RERUNNING IT"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           MOVE LOAD-IDENTIFIER TO CTL-LOAD-ID.
           SET CTL-LOAD-STARTED TO TRUE.
           COMPUTE CTL-LOAD-SEQUENCE = HIGHEST-LOAD-SEQUENCE + 1.
           MOVE RUN-DATE TO CTL-RUN-DATE.
           MOVE 0 TO CTL-JOURNAL-COUNT.
           MOVE 0 TO CTL-BACKOUT-DATE.
           IF LOAD-CONTROL-FOUND
              REWRITE CTL-RECORD
           ELSE
              WRITE CTL-RECORD
           END-IF.
           IF STRCLOAD-STATUS NOT = "00"
              MOVE "STRCLOAD" TO ERROR-FILE-NAME
              MOVE STRCLOAD-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           CLOSE STRCLOAD.
      *
       303-SWEEP-ONE-LOAD-CONTROL.
           READ STRCLOAD NEXT RECORD
           AT END
              MOVE "Y" TO STRCLOAD-EOF-SWITCH
           NOT AT END
              IF STRCLOAD-STATUS NOT = "00"
                 MOVE "STRCLOAD" TO ERROR-FILE-NAME
                 MOVE STRCLOAD-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              IF CTL-LOAD-SEQUENCE > HIGHEST-LOAD-SEQUENCE
                 MOVE CTL-LOAD-SEQUENCE TO HIGHEST-LOAD-SEQUENCE
              END-IF
           END-READ.
      *
      *    The caller has set the file and action codes and moved the
      *    record image; this stamps the key and writes it.
       304-JOURNAL-ONE-IMAGE.
           ADD 1 TO JOURNAL-SEQUENCE.
           MOVE LOAD-IDENTIFIER TO JRN-LOAD-ID.
           COMPUTE JRN-REVERSE-SEQUENCE = 99999999 - JOURNAL-SEQUENCE.
           MOVE RUN-DATE TO JRN-RUN-DATE.
           WRITE JRN-RECORD.
           IF STRCJRNL-STATUS NOT = "00"
              MOVE "STRCJRNL" TO ERROR-FILE-NAME
              MOVE STRCJRNL-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
      *
       306-OPEN-LOAD-JOURNAL.
           OPEN I-O STRCJRNL.
           IF STRCJRNL-STATUS NOT = "00" AND STRCJRNL-STATUS NOT = "05"
              MOVE "STRCJRNL" TO ERROR-FILE-NAME
              MOVE STRCJRNL-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           MOVE 0 TO JOURNAL-SEQUENCE.
      *
       308-COMPLETE-LOAD-CONTROL.
           CLOSE STRCJRNL.
           OPEN I-O STRCLOAD.
           IF STRCLOAD-STATUS NOT = "00"
              MOVE "STRCLOAD" TO ERROR-FILE-NAME
              MOVE STRCLOAD-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           MOVE LOAD-IDENTIFIER TO CTL-LOAD-ID.
           READ STRCLOAD
           INVALID KEY
              CONTINUE
           END-READ.
           IF STRCLOAD-STATUS NOT = "00"
              MOVE "STRCLOAD" TO ERROR-FILE-NAME
              MOVE STRCLOAD-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           SET CTL-LOAD-COMPLETED TO TRUE.
           MOVE JOURNAL-SEQUENCE TO CTL-JOURNAL-COUNT.
           REWRITE CTL-RECORD.
           IF STRCLOAD-STATUS NOT = "00"
              MOVE "STRCLOAD" TO ERROR-FILE-NAME
              MOVE STRCLOAD-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           CLOSE STRCLOAD.
      *
      *    OPTIONAL on the SELECT lets the very first load of a
      *    freshly defined repository open it for update as though
      *    it already held records; status 05 reports exactly that
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           IF MASTER-RECORD-FOUND
              SET JRN-MASTER-IMAGE TO TRUE
              SET JRN-IMAGE-REPLACED TO TRUE
              MOVE MAST-RECORD TO JRN-IMAGE
              PERFORM 304-JOURNAL-ONE-IMAGE
              MOVE XIN-NESTING-LEVEL TO MAST-NESTING-LEVEL
              MOVE XIN-COMMON-MODULE TO MAST-COMMON-MODULE
              MOVE RUN-DATE TO MAST-LAST-RUN-DATE
              MOVE XIN-COMMON-MODULE TO MAST-COMMON-MODULE
              MOVE RUN-DATE TO MAST-LAST-RUN-DATE
              MOVE RUN-DATE TO MAST-FIRST-SEEN-DATE
              SET JRN-MASTER-IMAGE TO TRUE
              SET JRN-KEY-ADDED TO TRUE
              MOVE MAST-RECORD TO JRN-IMAGE
              PERFORM 304-JOURNAL-ONE-IMAGE
              WRITE MAST-RECORD
              IF STRCMAST-STATUS NOT = "00"
                 MOVE "STRCMAST" TO ERROR-FILE-NAME
                       SET EXTRACT-GOTO-RECORD TO TRUE
                    ELSE
                       IF OLD-SEQUENCE-NUMBER = 0
                          PERFORM 357-CLASSIFY-RANGE-RECORD
                       ELSE
                          SET EXTRACT-PROCEDURE-RECORD TO TRUE
                       END-IF
                 END-IF
              END-IF
           END-IF.
      *
       357-CLASSIFY-RANGE-RECORD.
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
      *    Records ahead of any PGM= record have no owning program
      *    and are passed over; a legacy single-program extract
       360-ROUTE-EXTRACT-RECORD.
           IF EXTRACT-ID-RECORD
              MOVE OLD-ID-PROGRAM-NAME(1:8) TO LOAD-PROGRAM-NAME
              MOVE 0 TO LOAD-PARAGRAPH-COUNT
              MOVE 0 TO LOAD-RANGE-COUNT
           ELSE
              IF LOAD-PROGRAM-NAME = SPACE
                 CONTINUE
           END-IF.
      *
       365-STAGE-ONE-EDGE.
           IF EXTRACT-PROCEDURE-RECORD
              AND LOAD-PARAGRAPH-COUNT < 5000
              ADD 1 TO LOAD-PARAGRAPH-COUNT
              MOVE OLD-PROCEDURE-NAME
                TO LP-PROCEDURE-NAME(LOAD-PARAGRAPH-COUNT)
           END-IF.
           IF EXTRACT-PROCEDURE-RECORD
              IF OLD-PERFORMED-FROM = SPACE
                 CONTINUE
              MOVE "C" TO STAGE-EDGE-TYPE
              PERFORM 370-UPDATE-EDGE-RECORD
           END-IF.
           IF EXTRACT-TRANSFER-RECORD
              MOVE OLD-EXEC-OBJECT(1:8) TO STAGE-TARGET-PROGRAM
              MOVE SPACE TO STAGE-TARGET-PARA
              MOVE LOAD-PROGRAM-NAME TO STAGE-SOURCE-PROGRAM
              MOVE OLD-EXEC-PARAGRAPH TO STAGE-SOURCE-PARA
              IF OLD-EXEC-OPERATION = "LINK"
                 MOVE "L" TO STAGE-EDGE-TYPE
              ELSE
                 MOVE "X" TO STAGE-EDGE-TYPE
              END-IF
              PERFORM 370-UPDATE-EDGE-RECORD
           END-IF.
           IF EXTRACT-RANGE-RECORD
              AND LOAD-RANGE-COUNT < 5000
              ADD 1 TO LOAD-RANGE-COUNT
              MOVE OLD-RANGE-FIRST TO LR-FIRST(LOAD-RANGE-COUNT)
              MOVE OLD-RANGE-LAST TO LR-LAST(LOAD-RANGE-COUNT)
           END-IF.
           IF EXTRACT-THRU-RECORD
              PERFORM 380-STAGE-ONE-RANGE
                 VARYING RANGE-SUB FROM 1 BY 1
                 UNTIL RANGE-SUB > LOAD-RANGE-COUNT
           END-IF.
           IF EXTRACT-SECTION-RECORD
              MOVE LOAD-PROGRAM-NAME TO STAGE-TARGET-PROGRAM
              MOVE OLD-SECT-PARAGRAPH TO STAGE-TARGET-PARA
              MOVE LOAD-PROGRAM-NAME TO STAGE-SOURCE-PROGRAM
              MOVE OLD-SECT-SECTION-NAME TO STAGE-SOURCE-PARA
              MOVE "P" TO STAGE-EDGE-TYPE
              PERFORM 370-UPDATE-EDGE-RECORD
           END-IF.
      *
      *    An existing edge only gets a fresh run date (and type,
      *    should the relationship have changed kind); a new edge is
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           IF EDGE-RECORD-FOUND
              SET JRN-EDGE-IMAGE TO TRUE
              SET JRN-IMAGE-REPLACED TO TRUE
              MOVE EDGE-RECORD TO JRN-IMAGE
              PERFORM 304-JOURNAL-ONE-IMAGE
              MOVE STAGE-EDGE-TYPE TO EDGE-TYPE-CODE
              MOVE RUN-DATE TO EDGE-LAST-RUN-DATE
              REWRITE EDGE-RECORD
              MOVE STAGE-SOURCE-PARA TO EDGE-SOURCE-PARA
              MOVE STAGE-EDGE-TYPE TO EDGE-TYPE-CODE
              MOVE RUN-DATE TO EDGE-LAST-RUN-DATE
              SET JRN-EDGE-IMAGE TO TRUE
              SET JRN-KEY-ADDED TO TRUE
              MOVE EDGE-RECORD TO JRN-IMAGE
              PERFORM 304-JOURNAL-ONE-IMAGE
              WRITE EDGE-RECORD
              IF STRCEDGE-STATUS NOT = "00"
                 MOVE "STRCEDGE" TO ERROR-FILE-NAME
              END-IF
              ADD 1 TO EDGES-ADDED-COUNT
           END-IF.
      *
      *    A T= record's performer reaches every procedure from the
      *    range's first through its last in source order; the first
      *    already has its own P= edge, so the P edges staged here
      *    start with the member after it. A range whose ends are not
      *    both in the program, or run backwards, stages nothing.
       380-STAGE-ONE-RANGE.
           IF LR-FIRST(RANGE-SUB) = OLD-THRU-FIRST
              MOVE 0 TO RANGE-FIRST-SUB
              MOVE 0 TO RANGE-LAST-SUB
              PERFORM 382-LOCATE-RANGE-ENDS
                 VARYING RANGE-SCAN-SUB FROM 1 BY 1
                 UNTIL RANGE-SCAN-SUB > LOAD-PARAGRAPH-COUNT
              IF RANGE-FIRST-SUB > 0
                 AND RANGE-LAST-SUB > RANGE-FIRST-SUB
                 PERFORM 384-STAGE-ONE-RANGE-MEMBER
                    VARYING RANGE-MEMBER-SUB
                       FROM RANGE-FIRST-SUB BY 1
                    UNTIL RANGE-MEMBER-SUB > RANGE-LAST-SUB
              END-IF
           END-IF.
      *
       382-LOCATE-RANGE-ENDS.
           IF LP-PROCEDURE-NAME(RANGE-SCAN-SUB) = LR-FIRST(RANGE-SUB)
              AND RANGE-FIRST-SUB = 0
              MOVE RANGE-SCAN-SUB TO RANGE-FIRST-SUB
           END-IF.
           IF LP-PROCEDURE-NAME(RANGE-SCAN-SUB) = LR-LAST(RANGE-SUB)
              AND RANGE-LAST-SUB = 0
              MOVE RANGE-SCAN-SUB TO RANGE-LAST-SUB
           END-IF.
      *
       384-STAGE-ONE-RANGE-MEMBER.
           IF RANGE-MEMBER-SUB = RANGE-FIRST-SUB
              OR LP-PROCEDURE-NAME(RANGE-MEMBER-SUB)
                 = OLD-THRU-PERFORMER
              CONTINUE
           ELSE
              MOVE LOAD-PROGRAM-NAME TO STAGE-TARGET-PROGRAM
              MOVE LP-PROCEDURE-NAME(RANGE-MEMBER-SUB)
                TO STAGE-TARGET-PARA
              MOVE LOAD-PROGRAM-NAME TO STAGE-SOURCE-PROGRAM
              MOVE OLD-THRU-PERFORMER TO STAGE-SOURCE-PARA
              MOVE "P" TO STAGE-EDGE-TYPE
              PERFORM 370-UPDATE-EDGE-RECORD
           END-IF.
      *
      *    Third load phase: the STRCCREF extract's copybook usages
      *    become or refresh STRCCOPY records. An absent extract
      *    simply loads no usages.
       386-LOAD-COPY-REPOSITORY.
           OPEN INPUT STRCCREF.
           IF STRCCREF-STATUS NOT = "00" AND STRCCREF-STATUS NOT = "05"
              MOVE "STRCCREF" TO ERROR-FILE-NAME
              MOVE STRCCREF-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
      *    OPTIONAL lets the first load of a freshly defined usage
      *    repository open it for update, as for the other two.
           OPEN I-O STRCCOPY.
           IF STRCCOPY-STATUS NOT = "00" AND STRCCOPY-STATUS NOT = "05"
              MOVE "STRCCOPY" TO ERROR-FILE-NAME
              MOVE STRCCOPY-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           PERFORM 388-APPLY-ONE-COPY-RECORD
              UNTIL(STRCCREF-EOF).
           CLOSE STRCCREF
                 STRCCOPY.
      *
       388-APPLY-ONE-COPY-RECORD.
           READ STRCCREF
           AT END
              MOVE "Y" TO STRCCREF-EOF-SWITCH
           NOT AT END
              IF STRCCREF-STATUS NOT = "00"
                 MOVE "STRCCREF" TO ERROR-FILE-NAME
                 MOVE STRCCREF-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              PERFORM 389-UPDATE-COPY-RECORD
           END-READ.
      *
      *    An existing usage only gets a fresh run date; a new one is
      *    added. As on the other two files, only status 23 may fall
      *    into the WRITE leg.
       389-UPDATE-COPY-RECORD.
           MOVE "N" TO COPY-FOUND-SWITCH.
           MOVE CIN-COPYBOOK-NAME TO CPY-COPYBOOK-NAME.
           MOVE CIN-PROGRAM-NAME TO CPY-PROGRAM-NAME.
           MOVE CIN-DIVISION-NAME TO CPY-DIVISION-NAME.
           MOVE CIN-PARAGRAPH-NAME TO CPY-PARAGRAPH-NAME.
           READ STRCCOPY
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              SET COPY-RECORD-FOUND TO TRUE
           END-READ.
           IF NOT COPY-RECORD-FOUND
              AND STRCCOPY-STATUS NOT = "23"
              MOVE "STRCCOPY" TO ERROR-FILE-NAME
              MOVE STRCCOPY-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           IF COPY-RECORD-FOUND
              SET JRN-COPY-IMAGE TO TRUE
              SET JRN-IMAGE-REPLACED TO TRUE
              MOVE CPY-RECORD TO JRN-IMAGE
              PERFORM 304-JOURNAL-ONE-IMAGE
              MOVE RUN-DATE TO CPY-LAST-RUN-DATE
              REWRITE CPY-RECORD
              IF STRCCOPY-STATUS NOT = "00"
                 MOVE "STRCCOPY" TO ERROR-FILE-NAME
                 MOVE STRCCOPY-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              ADD 1 TO COPIES-UPDATED-COUNT
           ELSE
              MOVE CIN-COPYBOOK-NAME TO CPY-COPYBOOK-NAME
              MOVE CIN-PROGRAM-NAME TO CPY-PROGRAM-NAME
              MOVE CIN-DIVISION-NAME TO CPY-DIVISION-NAME
              MOVE CIN-PARAGRAPH-NAME TO CPY-PARAGRAPH-NAME
              MOVE RUN-DATE TO CPY-LAST-RUN-DATE
              SET JRN-COPY-IMAGE TO TRUE
              SET JRN-KEY-ADDED TO TRUE
              MOVE CPY-RECORD TO JRN-IMAGE
              PERFORM 304-JOURNAL-ONE-IMAGE
              WRITE CPY-RECORD
              IF STRCCOPY-STATUS NOT = "00"
                 MOVE "STRCCOPY" TO ERROR-FILE-NAME
                 MOVE STRCCOPY-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              ADD 1 TO COPIES-ADDED-COUNT
           END-IF.
      *
       390-PRINT-LOAD-SUMMARY.
           MOVE RECORDS-READ-COUNT TO LSL-READ-COUNT.
           MOVE RECORDS-UPDATED-COUNT TO LSL-UPDATED-COUNT.
           MOVE EDGES-ADDED-COUNT TO LSL-EDGES-ADDED-COUNT.
           MOVE EDGES-UPDATED-COUNT TO LSL-EDGES-UPDATED-COUNT.
           MOVE COPIES-ADDED-COUNT TO LSL-COPIES-ADDED-COUNT.
           MOVE COPIES-UPDATED-COUNT TO LSL-COPIES-UPDATED-COUNT.
           MOVE LOAD-SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 018-CHECK-STRCRPT-STATUS.
           MOVE DATA-REFS-ADDED-COUNT TO DLS-ADDED-COUNT.
           MOVE DATA-REFS-UPDATED-COUNT TO DLS-UPDATED-COUNT.
           MOVE DATA-LOAD-SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 018-CHECK-STRCRPT-STATUS.
      *
      *    Fourth load phase: the STRCDREF extract's data references
      *    become or refresh STRCDATA records. An absent extract
      *    simply loads no references.
       392-LOAD-DATA-REPOSITORY.
           OPEN INPUT STRCDREF.
           IF STRCDREF-STATUS NOT = "00" AND STRCDREF-STATUS NOT = "05"
              MOVE "STRCDREF" TO ERROR-FILE-NAME
              MOVE STRCDREF-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
      *    OPTIONAL lets the first load of a freshly defined data
      *    repository open it for update, as for the other three.
           OPEN I-O STRCDATA.
           IF STRCDATA-STATUS NOT = "00" AND STRCDATA-STATUS NOT = "05"
              MOVE "STRCDATA" TO ERROR-FILE-NAME
              MOVE STRCDATA-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           PERFORM 394-APPLY-ONE-DATA-RECORD
              UNTIL(STRCDREF-EOF).
           CLOSE STRCDREF
                 STRCDATA.
      *
       394-APPLY-ONE-DATA-RECORD.
           READ STRCDREF
           AT END
              MOVE "Y" TO STRCDREF-EOF-SWITCH
           NOT AT END
              IF STRCDREF-STATUS NOT = "00"
                 MOVE "STRCDREF" TO ERROR-FILE-NAME
                 MOVE STRCDREF-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              PERFORM 396-UPDATE-DATA-RECORD
           END-READ.
      *
      *    An existing reference takes this load's usage flag and run
      *    date; a new one is added. As on the other files, only
      *    status 23 may fall into the WRITE leg.
       396-UPDATE-DATA-RECORD.
           MOVE "N" TO DATA-FOUND-SWITCH.
           MOVE DIN-DATA-NAME TO DAT-DATA-NAME.
           MOVE DIN-PROGRAM-NAME TO DAT-PROGRAM-NAME.
           MOVE DIN-PARAGRAPH-NAME TO DAT-PARAGRAPH-NAME.
           READ STRCDATA
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              SET DATA-RECORD-FOUND TO TRUE
           END-READ.
           IF NOT DATA-RECORD-FOUND
              AND STRCDATA-STATUS NOT = "23"
              MOVE "STRCDATA" TO ERROR-FILE-NAME
              MOVE STRCDATA-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           IF DATA-RECORD-FOUND
              SET JRN-DATA-IMAGE TO TRUE
              SET JRN-IMAGE-REPLACED TO TRUE
              MOVE DAT-RECORD TO JRN-IMAGE
              PERFORM 304-JOURNAL-ONE-IMAGE
              MOVE DIN-USAGE-FLAG TO DAT-USAGE-FLAG
              MOVE RUN-DATE TO DAT-LAST-RUN-DATE
              REWRITE DAT-RECORD
              IF STRCDATA-STATUS NOT = "00"
                 MOVE "STRCDATA" TO ERROR-FILE-NAME
                 MOVE STRCDATA-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              ADD 1 TO DATA-REFS-UPDATED-COUNT
           ELSE
              MOVE DIN-DATA-NAME TO DAT-DATA-NAME
              MOVE DIN-PROGRAM-NAME TO DAT-PROGRAM-NAME
              MOVE DIN-PARAGRAPH-NAME TO DAT-PARAGRAPH-NAME
              MOVE DIN-USAGE-FLAG TO DAT-USAGE-FLAG
              MOVE RUN-DATE TO DAT-LAST-RUN-DATE
              SET JRN-DATA-IMAGE TO TRUE
              SET JRN-KEY-ADDED TO TRUE
              MOVE DAT-RECORD TO JRN-IMAGE
              PERFORM 304-JOURNAL-ONE-IMAGE
              WRITE DAT-RECORD
              IF STRCDATA-STATUS NOT = "00"
                 MOVE "STRCDATA" TO ERROR-FILE-NAME
                 MOVE STRCDATA-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              ADD 1 TO DATA-REFS-ADDED-COUNT
           END-IF.
      *
      *****************************************************************
      *  INQUIRY: list what the repository knows, by program (keyed
      *    mode comes through this paragraph once per request.
           MOVE "N" TO STRCMAST-EOF-SWITCH.
           MOVE 0 TO RECORDS-LISTED-COUNT.
           PERFORM 590-OPEN-ANNOTATION-FILE.
           OPEN INPUT STRCMAST.
           IF STRCMAST-STATUS NOT = "00" AND STRCMAST-STATUS NOT = "05"
              MOVE "STRCMAST" TO ERROR-FILE-NAME
              ADD 2 TO LINE-COUNT
           END-IF.
           CLOSE STRCMAST.
           PERFORM 598-CLOSE-ANNOTATION-FILE.
      *
       510-BROWSE-ONE-MASTER-RECORD.
           READ STRCMAST NEXT RECORD
           PERFORM 018-CHECK-STRCRPT-STATUS.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO RECORDS-LISTED-COUNT.
           MOVE MAST-PROGRAM-NAME TO ANNOTATE-PROGRAM-NAME.
           MOVE MAST-PROCEDURE-NAME TO ANNOTATE-PARAGRAPH-NAME.
           PERFORM 592-PRINT-ANNOTATIONS.
      *
      *****************************************************************
      *  COPYBOOK INQUIRY: one keyed browse of the usage repository
      *  from the copybook's first record, every place it is copied
      *  listed, closed by the count of distinct programs - the
      *  recompile list for a change to the member.
      *****************************************************************
       550-ANSWER-COPY-INQUIRY.
      *    Reset per call, since BATCH mode comes through here once
      *    per request; RECORDS-LISTED-COUNT is shared with the
      *    other keyed inquiry so 840 can score either.
           MOVE "N" TO STRCCOPY-EOF-SWITCH.
           MOVE 0 TO RECORDS-LISTED-COUNT.
           MOVE 0 TO COPY-PROGRAMS-LISTED-COUNT.
           MOVE SPACE TO LAST-LISTED-PROGRAM.
           OPEN INPUT STRCCOPY.
           IF STRCCOPY-STATUS NOT = "00" AND STRCCOPY-STATUS NOT = "05"
              MOVE "STRCCOPY" TO ERROR-FILE-NAME
              MOVE STRCCOPY-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           MOVE REQUESTED-COPYBOOK-NAME TO CPY-COPYBOOK-NAME.
           MOVE LOW-VALUES TO CPY-PROGRAM-NAME.
           MOVE LOW-VALUES TO CPY-DIVISION-NAME.
           MOVE LOW-VALUES TO CPY-PARAGRAPH-NAME.
           START STRCCOPY KEY NOT < CPY-KEY
           INVALID KEY
              MOVE "Y" TO STRCCOPY-EOF-SWITCH
           END-START.
           PERFORM 560-BROWSE-ONE-COPY-RECORD
              UNTIL(STRCCOPY-EOF).
           IF RECORDS-LISTED-COUNT = 0
              IF LINE-COUNT + 1 >= LINES-PER-PAGE
                 PERFORM 210-THROW-NEW-PAGE
              END-IF
              PERFORM 018-CHECK-STRCRPT-STATUS
              ADD 2 TO LINE-COUNT
           ELSE
              PERFORM 580-PRINT-COPY-SUMMARY
           END-IF.
           CLOSE STRCCOPY.
      *
       560-BROWSE-ONE-COPY-RECORD.
           READ STRCCOPY NEXT RECORD
           AT END
              MOVE "Y" TO STRCCOPY-EOF-SWITCH
           NOT AT END
              IF STRCCOPY-STATUS NOT = "00"
                 MOVE "STRCCOPY" TO ERROR-FILE-NAME
                 MOVE STRCCOPY-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              IF CPY-COPYBOOK-NAME = REQUESTED-COPYBOOK-NAME
                 PERFORM 570-PRINT-COPY-RECORD
              ELSE
                 MOVE "Y" TO STRCCOPY-EOF-SWITCH
              END-IF
           END-READ.
      *
       570-PRINT-COPY-RECORD.
           IF LINE-COUNT >= LINES-PER-PAGE
              PERFORM 210-THROW-NEW-PAGE
           END-IF.
           IF CPY-PROGRAM-NAME NOT = LAST-LISTED-PROGRAM
              ADD 1 TO COPY-PROGRAMS-LISTED-COUNT
              MOVE CPY-PROGRAM-NAME TO LAST-LISTED-PROGRAM
           END-IF.
           MOVE CPY-PROGRAM-NAME TO CDL-PROGRAM-NAME.
           MOVE CPY-DIVISION-NAME TO CDL-DIVISION-NAME.
           MOVE CPY-PARAGRAPH-NAME TO CDL-PARAGRAPH-NAME.
           MOVE CPY-LAST-RUN-DATE TO CDL-LAST-RUN-DATE.
           MOVE COPY-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 018-CHECK-STRCRPT-STATUS.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO RECORDS-LISTED-COUNT.
      *
       580-PRINT-COPY-SUMMARY.
           IF LINE-COUNT + 1 >= LINES-PER-PAGE
              PERFORM 210-THROW-NEW-PAGE
           END-IF.
           MOVE COPY-PROGRAMS-LISTED-COUNT TO CSL-PROGRAMS-COUNT.
           MOVE COPY-SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 018-CHECK-STRCRPT-STATUS.
           ADD 2 TO LINE-COUNT.
      *
      *****************************************************************
      *  ANNOTATIONS: the PGM=, PARA= and impact answers print the
      *  STRCANNO annotations under the entries they list. The
      *  annotation master is OPTIONAL - an installation that keeps
      *  none gets the answers exactly as before - and the table of
      *  programs already annotated is reset with each answer, since
      *  BATCH mode comes through here once per request.
      *****************************************************************
       590-OPEN-ANNOTATION-FILE.
           MOVE "N" TO ANNOTATION-FILE-SWITCH.
           MOVE 0 TO ANNOTATED-PROGRAM-COUNT.
           OPEN INPUT STRCANNO.
           IF STRCANNO-STATUS NOT = "00" AND STRCANNO-STATUS NOT = "05"
              MOVE "STRCANNO" TO ERROR-FILE-NAME
              MOVE STRCANNO-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           IF STRCANNO-STATUS = "00"
              SET ANNOTATIONS-AVAILABLE TO TRUE
           END-IF.
      *
      *    The program's own annotation the first time the answer
      *    names the program, then the entry's paragraph annotation.
      *    A full table only means a program annotation may print a
      *    second time; nothing is lost.
       592-PRINT-ANNOTATIONS.
           IF ANNOTATIONS-AVAILABLE
              MOVE 0 TO FOUND-ANNOTATED-SUB
              PERFORM 593-TEST-ONE-ANNOTATED-PROGRAM
                 VARYING ANNOTATED-SUB FROM 1 BY 1
                 UNTIL ANNOTATED-SUB > ANNOTATED-PROGRAM-COUNT
                    OR FOUND-ANNOTATED-SUB > 0
              IF FOUND-ANNOTATED-SUB = 0
                 IF ANNOTATED-PROGRAM-COUNT < 2000
                    ADD 1 TO ANNOTATED-PROGRAM-COUNT
                    MOVE ANNOTATE-PROGRAM-NAME
                      TO AP-PROGRAM-NAME(ANNOTATED-PROGRAM-COUNT)
                 END-IF
                 MOVE ANNOTATE-PROGRAM-NAME TO ANNO-PROGRAM-NAME
                 MOVE SPACE TO ANNO-PROCEDURE-NAME
                 MOVE "PGM" TO ANL-SCOPE
                 PERFORM 594-PRINT-ONE-ANNOTATION
              END-IF
              IF ANNOTATE-PARAGRAPH-NAME NOT = SPACE
                 MOVE ANNOTATE-PROGRAM-NAME TO ANNO-PROGRAM-NAME
                 MOVE ANNOTATE-PARAGRAPH-NAME TO ANNO-PROCEDURE-NAME
                 MOVE "PARA" TO ANL-SCOPE
                 PERFORM 594-PRINT-ONE-ANNOTATION
              END-IF
           END-IF.
      *
       593-TEST-ONE-ANNOTATED-PROGRAM.
           IF AP-PROGRAM-NAME(ANNOTATED-SUB) = ANNOTATE-PROGRAM-NAME
              MOVE ANNOTATED-SUB TO FOUND-ANNOTATED-SUB
           END-IF.
      *
      *    Keyed read on the key the caller set; status 23 is an
      *    entry nobody has annotated, the usual case.
       594-PRINT-ONE-ANNOTATION.
           MOVE "N" TO ANNOTATION-FOUND-SWITCH.
           READ STRCANNO
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              SET ANNOTATION-RECORD-FOUND TO TRUE
           END-READ.
           IF NOT ANNOTATION-RECORD-FOUND
              AND STRCANNO-STATUS NOT = "23"
              MOVE "STRCANNO" TO ERROR-FILE-NAME
              MOVE STRCANNO-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           IF ANNOTATION-RECORD-FOUND
              IF ANNO-DESCRIPTION NOT = SPACE
                 MOVE "DESC:  " TO ANL-LABEL
                 MOVE ANNO-DESCRIPTION TO ANL-TEXT
                 PERFORM 596-PRINT-ANNOTATION-LINE
              END-IF
              IF ANNO-OWNING-TEAM NOT = SPACE
                 OR ANNO-CONTACT NOT = SPACE
                 MOVE "OWNER: " TO ANL-LABEL
                 MOVE SPACE TO ANL-TEXT
                 IF ANNO-CONTACT = SPACE
                    MOVE ANNO-OWNING-TEAM TO ANL-TEXT
                 ELSE
                    STRING ANNO-OWNING-TEAM DELIMITED BY SIZE
                           " CONTACT: " DELIMITED BY SIZE
                           ANNO-CONTACT DELIMITED BY SIZE
                      INTO ANL-TEXT
                 END-IF
                 PERFORM 596-PRINT-ANNOTATION-LINE
              END-IF
              IF ANNO-NOTE NOT = SPACE
                 MOVE "NOTE:  " TO ANL-LABEL
                 MOVE ANNO-NOTE TO ANL-TEXT
                 PERFORM 596-PRINT-ANNOTATION-LINE
              END-IF
           END-IF.
      *
       596-PRINT-ANNOTATION-LINE.
           IF LINE-COUNT >= LINES-PER-PAGE
              PERFORM 210-THROW-NEW-PAGE
           END-IF.
           MOVE ANNOTATION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 018-CHECK-STRCRPT-STATUS.
           ADD 1 TO LINE-COUNT.
           MOVE SPACE TO ANL-SCOPE.
      *
       598-CLOSE-ANNOTATION-FILE.
           CLOSE STRCANNO.
      *
      *****************************************************************
      *  IMPACT INQUIRY: walk the stored edges backwards from the
      *  subject, worklist-fashion - every (program, paragraph) pair
      *  found to reach it is printed at its backward distance and
      *  queued for its own expansion, the worklist doubling as the
      *  visited list so PERFORM cycles and mutual calls cannot spin
      *  the walk. Edges are keyed target first, so each expansion
      *  is one keyed browse.
      *****************************************************************
       600-ANSWER-IMPACT-INQUIRY.
      *    Reset per call, since BATCH mode comes through here once
      *    per request; the worklist doubles as the visited list, so
      *    a stale one would silently shrink the next answer.
           MOVE 0 TO IMPACT-WORK-COUNT.
           MOVE 0 TO REACHERS-LISTED-COUNT.
           PERFORM 590-OPEN-ANNOTATION-FILE.
           OPEN INPUT STRCEDGE.
           IF STRCEDGE-STATUS NOT = "00" AND STRCEDGE-STATUS NOT = "05"
              MOVE "STRCEDGE" TO ERROR-FILE-NAME
              MOVE STRCEDGE-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           IF IMPACT-PROGRAM-INQUIRY
              PERFORM 605-SEED-PROGRAM-SUBJECT
           ELSE
              PERFORM 610-SEED-PARAGRAPH-SUBJECT
           END-IF.
           PERFORM 615-FIND-PENDING-WORK.
           PERFORM 620-EXPAND-ONE-WORK-ENTRY
              UNTIL NOT WORK-ENTRY-PENDING.
           IF REACHERS-LISTED-COUNT = 0
              IF LINE-COUNT + 1 >= LINES-PER-PAGE
                 PERFORM 210-THROW-NEW-PAGE
              END-IF
              MOVE NO-RECORDS-LINE TO PRINT-AREA
              WRITE PRINT-AREA AFTER ADVANCING 2 LINES
              PERFORM 018-CHECK-STRCRPT-STATUS
              ADD 2 TO LINE-COUNT
           ELSE
              PERFORM 680-PRINT-IMPACT-SUMMARY
           END-IF.
           CLOSE STRCEDGE.
           PERFORM 598-CLOSE-ANNOTATION-FILE.
      *
      *    The subject program enters the worklist as level 0 with
      *    SPACES for the paragraph - exactly the target key a CALL
      *    edge carries - and is never itself printed.
       605-SEED-PROGRAM-SUBJECT.
           MOVE 1 TO IMPACT-WORK-COUNT.
           MOVE REQUESTED-PROGRAM-NAME TO IW-PROGRAM-NAME(1).
           MOVE SPACE TO IW-PARAGRAPH-NAME(1).
           MOVE 0 TO IW-LEVEL(1).
           MOVE "N" TO IW-DONE-FLAG(1).
           MOVE SPACE TO IW-USAGE-FLAG(1).
      *
      *    A paragraph subject names no program, so the seed is one
      *    sweep of the whole edge repository: every edge landing on
              MOVE "Y" TO STRCEDGE-EOF-SWITCH
           END-START.
           MOVE 1 TO ADMIT-LEVEL.
           MOVE SPACE TO ADMIT-USAGE-FLAG.
           PERFORM 612-SWEEP-ONE-EDGE
              UNTIL(STRCEDGE-EOF).
      *
           MOVE IW-PARAGRAPH-NAME(PENDING-WORK-SUB)
             TO EXPAND-PARAGRAPH-NAME.
           MOVE IW-LEVEL(PENDING-WORK-SUB) TO EXPAND-LEVEL.
           MOVE IW-USAGE-FLAG(PENDING-WORK-SUB) TO EXPAND-USAGE-FLAG.
           PERFORM 630-BROWSE-EDGES-TO-TARGET.
      *    A data reference usually sits below the program's top
      *    paragraph, and nothing PERFORMs the top paragraph: there
      *    the walk carries on from the program itself, so the
      *    programs CALLing it are reached as well.
           IF DATA-IMPACT-INQUIRY
              AND TARGET-EDGES-COUNT = 0
              AND EXPAND-PARAGRAPH-NAME NOT = SPACE
              MOVE SPACE TO EXPAND-PARAGRAPH-NAME
              PERFORM 630-BROWSE-EDGES-TO-TARGET
           END-IF.
           PERFORM 615-FIND-PENDING-WORK.
      *
      *    One keyed browse over everything that lands on the entry
           ELSE
              MOVE 99 TO ADMIT-LEVEL
           END-IF.
           MOVE EXPAND-USAGE-FLAG TO ADMIT-USAGE-FLAG.
           MOVE 0 TO TARGET-EDGES-COUNT.
           PERFORM 635-READ-ONE-TARGET-EDGE
              UNTIL(STRCEDGE-EOF).
      *
              END-IF
              IF EDGE-TARGET-PROGRAM = EXPAND-PROGRAM-NAME
                 AND EDGE-TARGET-PARA = EXPAND-PARAGRAPH-NAME
                 ADD 1 TO TARGET-EDGES-COUNT
                 PERFORM 640-ADMIT-ONE-REACHER
              ELSE
                 MOVE "Y" TO STRCEDGE-EOF-SWITCH
                   TO IW-PARAGRAPH-NAME(IMPACT-WORK-COUNT)
                 MOVE ADMIT-LEVEL TO IW-LEVEL(IMPACT-WORK-COUNT)
                 MOVE "N" TO IW-DONE-FLAG(IMPACT-WORK-COUNT)
                 MOVE ADMIT-USAGE-FLAG
                   TO IW-USAGE-FLAG(IMPACT-WORK-COUNT)
                 PERFORM 650-PRINT-ONE-REACHER
              ELSE
                 DISPLAY "STRC004 - IMPACT WORKLIST FULL - "
       645-TEST-ONE-VISITED-ENTRY.
           IF IW-PROGRAM-NAME(WORK-SUB) = EDGE-SOURCE-PROGRAM
              AND IW-PARAGRAPH-NAME(WORK-SUB) = EDGE-SOURCE-PARA
              AND IW-USAGE-FLAG(WORK-SUB) = ADMIT-USAGE-FLAG
              MOVE WORK-SUB TO FOUND-WORK-SUB
           END-IF.
      *
              IF EDGE-TYPE-CODE = "G"
                 MOVE "GO TO" TO IDL-VIA-TEXT
              ELSE
                 IF EDGE-TYPE-CODE = "L"
                    MOVE "LINK" TO IDL-VIA-TEXT
                 ELSE
                    IF EDGE-TYPE-CODE = "X"
                       MOVE "XCTL" TO IDL-VIA-TEXT
                    ELSE
                       MOVE "PERFORM" TO IDL-VIA-TEXT
                    END-IF
                 END-IF
              END-IF
           END-IF.
           MOVE ADMIT-USAGE-FLAG TO MARK-USAGE-FLAG.
           PERFORM 669-FORMAT-USAGE-MARK.
           MOVE IMPACT-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 018-CHECK-STRCRPT-STATUS.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO REACHERS-LISTED-COUNT.
           MOVE EDGE-SOURCE-PROGRAM TO ANNOTATE-PROGRAM-NAME.
           MOVE EDGE-SOURCE-PARA TO ANNOTATE-PARAGRAPH-NAME.
           PERFORM 592-PRINT-ANNOTATIONS.
      *
      *****************************************************************
      *  IDATA=: the data-reference repository is keyed data name
      *  first, so one keyed browse lists every paragraph that sets
      *  or reads the field. Each enters the worklist at level 0
      *  carrying its S, R or B, and the impact walk above then lists
      *  whatever reaches it, mark and all - the retest list for a
      *  change to the field.
      *****************************************************************
       660-ANSWER-DATA-INQUIRY.
           MOVE 0 TO IMPACT-WORK-COUNT.
           MOVE 0 TO REACHERS-LISTED-COUNT.
           MOVE 0 TO DATA-SETTERS-COUNT.
           MOVE 0 TO DATA-READERS-COUNT.
           PERFORM 590-OPEN-ANNOTATION-FILE.
           OPEN INPUT STRCDATA.
           IF STRCDATA-STATUS NOT = "00" AND STRCDATA-STATUS NOT = "05"
              MOVE "STRCDATA" TO ERROR-FILE-NAME
              MOVE STRCDATA-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           OPEN INPUT STRCEDGE.
           IF STRCEDGE-STATUS NOT = "00" AND STRCEDGE-STATUS NOT = "05"
              MOVE "STRCEDGE" TO ERROR-FILE-NAME
              MOVE STRCEDGE-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           PERFORM 662-SEED-DATA-SUBJECT.
           PERFORM 615-FIND-PENDING-WORK.
           PERFORM 620-EXPAND-ONE-WORK-ENTRY
              UNTIL NOT WORK-ENTRY-PENDING.
           IF DATA-SETTERS-COUNT = 0 AND DATA-READERS-COUNT = 0
              IF LINE-COUNT + 1 >= LINES-PER-PAGE
                 PERFORM 210-THROW-NEW-PAGE
              END-IF
              MOVE NO-RECORDS-LINE TO PRINT-AREA
              WRITE PRINT-AREA AFTER ADVANCING 2 LINES
              PERFORM 018-CHECK-STRCRPT-STATUS
              ADD 2 TO LINE-COUNT
           ELSE
              PERFORM 685-PRINT-DATA-IMPACT-SUMMARY
           END-IF.
           CLOSE STRCDATA
                 STRCEDGE.
           PERFORM 598-CLOSE-ANNOTATION-FILE.
      *
       662-SEED-DATA-SUBJECT.
           MOVE "N" TO STRCDATA-EOF-SWITCH.
           MOVE REQUESTED-DATA-NAME TO DAT-DATA-NAME.
           MOVE LOW-VALUES TO DAT-PROGRAM-NAME.
           MOVE LOW-VALUES TO DAT-PARAGRAPH-NAME.
           START STRCDATA KEY NOT < DAT-KEY
           INVALID KEY
              MOVE "Y" TO STRCDATA-EOF-SWITCH
           END-START.
           PERFORM 664-READ-ONE-DATA-RECORD
              UNTIL(STRCDATA-EOF).
      *
       664-READ-ONE-DATA-RECORD.
           READ STRCDATA NEXT RECORD
           AT END
              MOVE "Y" TO STRCDATA-EOF-SWITCH
           NOT AT END
              IF STRCDATA-STATUS NOT = "00"
                 MOVE "STRCDATA" TO ERROR-FILE-NAME
                 MOVE STRCDATA-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              IF DAT-DATA-NAME = REQUESTED-DATA-NAME
                 PERFORM 666-ADMIT-ONE-TOUCHER
              ELSE
                 MOVE "Y" TO STRCDATA-EOF-SWITCH
              END-IF
           END-READ.
      *
      *    The key is unique, so a toucher is never already on the
      *    worklist; the full-worklist leg matches 640's.
       666-ADMIT-ONE-TOUCHER.
           IF IMPACT-WORK-COUNT < 2000
              ADD 1 TO IMPACT-WORK-COUNT
              MOVE DAT-PROGRAM-NAME
                TO IW-PROGRAM-NAME(IMPACT-WORK-COUNT)
              MOVE DAT-PARAGRAPH-NAME
                TO IW-PARAGRAPH-NAME(IMPACT-WORK-COUNT)
              MOVE 0 TO IW-LEVEL(IMPACT-WORK-COUNT)
              MOVE "N" TO IW-DONE-FLAG(IMPACT-WORK-COUNT)
              MOVE DAT-USAGE-FLAG TO IW-USAGE-FLAG(IMPACT-WORK-COUNT)
              PERFORM 668-PRINT-ONE-TOUCHER
           ELSE
              DISPLAY "STRC004 - IMPACT WORKLIST FULL - "
                      "RESULTS TRUNCATED"
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
      *
       668-PRINT-ONE-TOUCHER.
           IF LINE-COUNT >= LINES-PER-PAGE
              PERFORM 210-THROW-NEW-PAGE
           END-IF.
           MOVE 0 TO IDL-LEVEL.
           MOVE DAT-PROGRAM-NAME TO IDL-PROGRAM-NAME.
           MOVE DAT-PARAGRAPH-NAME TO IDL-PARAGRAPH-NAME.
           MOVE "DIRECT" TO IDL-VIA-TEXT.
           MOVE DAT-USAGE-FLAG TO MARK-USAGE-FLAG.
           PERFORM 669-FORMAT-USAGE-MARK.
           MOVE IMPACT-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 018-CHECK-STRCRPT-STATUS.
           ADD 1 TO LINE-COUNT.
           IF DAT-USAGE-FLAG = "S" OR DAT-USAGE-FLAG = "B"
              ADD 1 TO DATA-SETTERS-COUNT
           END-IF.
           IF DAT-USAGE-FLAG = "R" OR DAT-USAGE-FLAG = "B"
              ADD 1 TO DATA-READERS-COUNT
           END-IF.
           MOVE DAT-PROGRAM-NAME TO ANNOTATE-PROGRAM-NAME.
           MOVE DAT-PARAGRAPH-NAME TO ANNOTATE-PARAGRAPH-NAME.
           PERFORM 592-PRINT-ANNOTATIONS.
      *
      *    Blank outside an IDATA= answer, so the other impact
      *    answers print as they always have.
       669-FORMAT-USAGE-MARK.
           IF MARK-USAGE-FLAG = "S"
              MOVE "SET" TO IDL-MARK-TEXT
           ELSE
              IF MARK-USAGE-FLAG = "R"
                 MOVE "READ" TO IDL-MARK-TEXT
              ELSE
                 IF MARK-USAGE-FLAG = "B"
                    MOVE "SET+READ" TO IDL-MARK-TEXT
                 ELSE
                    MOVE SPACE TO IDL-MARK-TEXT
                 END-IF
              END-IF
           END-IF.
      *
       680-PRINT-IMPACT-SUMMARY.
           IF LINE-COUNT + 1 >= LINES-PER-PAGE
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 018-CHECK-STRCRPT-STATUS.
           ADD 2 TO LINE-COUNT.
      *
       685-PRINT-DATA-IMPACT-SUMMARY.
           IF LINE-COUNT + 1 >= LINES-PER-PAGE
              PERFORM 210-THROW-NEW-PAGE
           END-IF.
           MOVE DATA-SETTERS-COUNT TO DSL-SETTERS-COUNT.
           MOVE DATA-READERS-COUNT TO DSL-READERS-COUNT.
           MOVE REACHERS-LISTED-COUNT TO DSL-REACHERS-COUNT.
           MOVE DATA-IMPACT-SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 018-CHECK-STRCRPT-STATUS.
           ADD 2 TO LINE-COUNT.
      *
      *****************************************************************
      *  PURGE: one sweep of the master, oldest records out. A
      *  reported, and deleted; everything younger stays put. The
      *  edge repository is swept the same way afterwards, so
      *  inquiries stop following edges into paragraphs that no
      *  longer exist anywhere; the copybook-usage repository next,
      *  so a COPY= answer stops naming programs no longer loaded,
      *  and the data-reference repository after that. Load journal
      *  records as old as the cutoff go too, and the loads they
      *  belonged to are closed to BACKOUT on STRCLOAD.
      *  Last, the annotations are checked against what is left:
      *  any that no longer has a repository record to print under
      *  is listed, for its owners to re-key or delete through
      *  STRC012 - a purge never deletes someone's annotation.
      *****************************************************************
       700-PURGE-REPOSITORY.
           OPEN I-O STRCMAST.
           CLOSE STRCMAST
                 STRCARCH.
           PERFORM 750-PURGE-EDGE-REPOSITORY.
           PERFORM 770-PURGE-COPY-REPOSITORY.
           PERFORM 776-PURGE-DATA-REPOSITORY.
           PERFORM 778-PURGE-LOAD-JOURNAL.
           PERFORM 740-RETIRE-AGED-LOADS.
           PERFORM 790-REPORT-ORPHANED-ANNOTATIONS.
           PERFORM 780-PRINT-PURGE-SUMMARY.
      *
       710-SWEEP-ONE-MASTER-RECORD.
           PERFORM 018-CHECK-STRCRPT-STATUS.
           ADD 1 TO LINE-COUNT.
      *
      *    A load run before the cutoff has just lost its journal, so
      *    it can no longer be backed out; its control record stays,
      *    marked retired, and still refuses a rerun.
       740-RETIRE-AGED-LOADS.
           OPEN I-O STRCLOAD.
           IF STRCLOAD-STATUS NOT = "00" AND STRCLOAD-STATUS NOT = "05"
              MOVE "STRCLOAD" TO ERROR-FILE-NAME
              MOVE STRCLOAD-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           MOVE "N" TO STRCLOAD-EOF-SWITCH.
           MOVE LOW-VALUES TO CTL-LOAD-ID.
           START STRCLOAD KEY NOT < CTL-LOAD-ID
           INVALID KEY
              MOVE "Y" TO STRCLOAD-EOF-SWITCH
           END-START.
           PERFORM 745-SWEEP-ONE-LOAD-CONTROL
              UNTIL(STRCLOAD-EOF).
           CLOSE STRCLOAD.
      *
       745-SWEEP-ONE-LOAD-CONTROL.
           READ STRCLOAD NEXT RECORD
           AT END
              MOVE "Y" TO STRCLOAD-EOF-SWITCH
           NOT AT END
              IF STRCLOAD-STATUS NOT = "00"
                 MOVE "STRCLOAD" TO ERROR-FILE-NAME
                 MOVE STRCLOAD-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              IF CTL-RUN-DATE < PURGE-CUTOFF-DATE
                 AND (CTL-LOAD-STARTED OR CTL-LOAD-COMPLETED)
                 SET CTL-JOURNAL-RETIRED TO TRUE
                 REWRITE CTL-RECORD
                 IF STRCLOAD-STATUS NOT = "00"
                    MOVE "STRCLOAD" TO ERROR-FILE-NAME
                    MOVE STRCLOAD-STATUS TO ERROR-STATUS-CODE
                    PERFORM 890-ABEND-ON-FILE-ERROR
                 END-IF
                 ADD 1 TO LOADS-RETIRED-COUNT
              END-IF
           END-READ.
      *
      *    Edges carry only a last-run date, so they retire on the
      *    same cutoff without an archive line of their own; the
      *    summary carries their count.
                 ADD 1 TO EDGES-RETIRED-COUNT
              END-IF
           END-READ.
      *
      *    Copybook usages retire on the same cutoff, the same way
      *    edges do: no archive line, a count on the summary.
       770-PURGE-COPY-REPOSITORY.
           OPEN I-O STRCCOPY.
           IF STRCCOPY-STATUS NOT = "00" AND STRCCOPY-STATUS NOT = "05"
              MOVE "STRCCOPY" TO ERROR-FILE-NAME
              MOVE STRCCOPY-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           MOVE "N" TO STRCCOPY-EOF-SWITCH.
           MOVE LOW-VALUES TO CPY-KEY.
           START STRCCOPY KEY NOT < CPY-KEY
           INVALID KEY
              MOVE "Y" TO STRCCOPY-EOF-SWITCH
           END-START.
           PERFORM 775-SWEEP-ONE-COPY-RECORD
              UNTIL(STRCCOPY-EOF).
           CLOSE STRCCOPY.
      *
       775-SWEEP-ONE-COPY-RECORD.
           READ STRCCOPY NEXT RECORD
           AT END
              MOVE "Y" TO STRCCOPY-EOF-SWITCH
           NOT AT END
              IF STRCCOPY-STATUS NOT = "00"
                 MOVE "STRCCOPY" TO ERROR-FILE-NAME
                 MOVE STRCCOPY-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              IF CPY-LAST-RUN-DATE < PURGE-CUTOFF-DATE
                 DELETE STRCCOPY RECORD
                 IF STRCCOPY-STATUS NOT = "00"
                    MOVE "STRCCOPY" TO ERROR-FILE-NAME
                    MOVE STRCCOPY-STATUS TO ERROR-STATUS-CODE
                    PERFORM 890-ABEND-ON-FILE-ERROR
                 END-IF
                 ADD 1 TO COPIES-RETIRED-COUNT
              END-IF
           END-READ.
      *
      *    Data references retire on the same cutoff again, counted
      *    on the summary.
       776-PURGE-DATA-REPOSITORY.
           OPEN I-O STRCDATA.
           IF STRCDATA-STATUS NOT = "00" AND STRCDATA-STATUS NOT = "05"
              MOVE "STRCDATA" TO ERROR-FILE-NAME
              MOVE STRCDATA-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           MOVE "N" TO STRCDATA-EOF-SWITCH.
           MOVE LOW-VALUES TO DAT-KEY.
           START STRCDATA KEY NOT < DAT-KEY
           INVALID KEY
              MOVE "Y" TO STRCDATA-EOF-SWITCH
           END-START.
           PERFORM 777-SWEEP-ONE-DATA-RECORD
              UNTIL(STRCDATA-EOF).
           CLOSE STRCDATA.
      *
       777-SWEEP-ONE-DATA-RECORD.
           READ STRCDATA NEXT RECORD
           AT END
              MOVE "Y" TO STRCDATA-EOF-SWITCH
           NOT AT END
              IF STRCDATA-STATUS NOT = "00"
                 MOVE "STRCDATA" TO ERROR-FILE-NAME
                 MOVE STRCDATA-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              IF DAT-LAST-RUN-DATE < PURGE-CUTOFF-DATE
                 DELETE STRCDATA RECORD
                 IF STRCDATA-STATUS NOT = "00"
                    MOVE "STRCDATA" TO ERROR-FILE-NAME
                    MOVE STRCDATA-STATUS TO ERROR-STATUS-CODE
                    PERFORM 890-ABEND-ON-FILE-ERROR
                 END-IF
                 ADD 1 TO DATA-REFS-RETIRED-COUNT
              END-IF
           END-READ.
      *
      *    Journal records carry their load's run date, so a load
      *    older than the cutoff loses its whole journal at once.
       778-PURGE-LOAD-JOURNAL.
           OPEN I-O STRCJRNL.
           IF STRCJRNL-STATUS NOT = "00" AND STRCJRNL-STATUS NOT = "05"
              MOVE "STRCJRNL" TO ERROR-FILE-NAME
              MOVE STRCJRNL-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           MOVE "N" TO STRCJRNL-EOF-SWITCH.
           MOVE LOW-VALUES TO JRN-KEY.
           START STRCJRNL KEY NOT < JRN-KEY
           INVALID KEY
              MOVE "Y" TO STRCJRNL-EOF-SWITCH
           END-START.
           PERFORM 779-SWEEP-ONE-JOURNAL-RECORD
              UNTIL(STRCJRNL-EOF).
           CLOSE STRCJRNL.
      *
       779-SWEEP-ONE-JOURNAL-RECORD.
           READ STRCJRNL NEXT RECORD
           AT END
              MOVE "Y" TO STRCJRNL-EOF-SWITCH
           NOT AT END
              IF STRCJRNL-STATUS NOT = "00"
                 MOVE "STRCJRNL" TO ERROR-FILE-NAME
                 MOVE STRCJRNL-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              IF JRN-RUN-DATE < PURGE-CUTOFF-DATE
                 DELETE STRCJRNL RECORD
                 IF STRCJRNL-STATUS NOT = "00"
                    MOVE "STRCJRNL" TO ERROR-FILE-NAME
                    MOVE STRCJRNL-STATUS TO ERROR-STATUS-CODE
                    PERFORM 890-ABEND-ON-FILE-ERROR
                 END-IF
                 ADD 1 TO JOURNAL-RETIRED-COUNT
              END-IF
           END-READ.
      *
       780-PRINT-PURGE-SUMMARY.
           IF LINE-COUNT + 1 >= LINES-PER-PAGE
           MOVE RECORDS-RETIRED-COUNT TO PSL-RETIRED-COUNT.
           MOVE RECORDS-KEPT-COUNT TO PSL-KEPT-COUNT.
           MOVE EDGES-RETIRED-COUNT TO PSL-EDGES-RETIRED-COUNT.
           MOVE COPIES-RETIRED-COUNT TO PSL-COPIES-RETIRED-COUNT.
           MOVE ANNOTATIONS-ORPHANED-COUNT TO PSL-ORPHANED-COUNT.
           MOVE DATA-REFS-RETIRED-COUNT TO PSL-DATA-RETIRED-COUNT.
           MOVE PURGE-SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 018-CHECK-STRCRPT-STATUS.
           MOVE JOURNAL-RETIRED-COUNT TO JSL-RETIRED-COUNT.
           MOVE LOADS-RETIRED-COUNT TO JSL-LOADS-COUNT.
           MOVE JOURNAL-PURGE-SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 018-CHECK-STRCRPT-STATUS.
      *
       790-REPORT-ORPHANED-ANNOTATIONS.
           PERFORM 590-OPEN-ANNOTATION-FILE.
           IF ANNOTATIONS-AVAILABLE
              OPEN INPUT STRCMAST
              IF STRCMAST-STATUS NOT = "00"
                 AND STRCMAST-STATUS NOT = "05"
                 MOVE "STRCMAST" TO ERROR-FILE-NAME
                 MOVE STRCMAST-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              MOVE "N" TO STRCANNO-EOF-SWITCH
              MOVE LOW-VALUES TO ANNO-KEY
              START STRCANNO KEY NOT < ANNO-KEY
              INVALID KEY
                 MOVE "Y" TO STRCANNO-EOF-SWITCH
              END-START
              PERFORM 792-SWEEP-ONE-ANNOTATION
                 UNTIL(STRCANNO-EOF)
              CLOSE STRCMAST
           END-IF.
           PERFORM 598-CLOSE-ANNOTATION-FILE.
      *
       792-SWEEP-ONE-ANNOTATION.
           READ STRCANNO NEXT RECORD
           AT END
              MOVE "Y" TO STRCANNO-EOF-SWITCH
           NOT AT END
              IF STRCANNO-STATUS NOT = "00"
                 MOVE "STRCANNO" TO ERROR-FILE-NAME
                 MOVE STRCANNO-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              PERFORM 794-TEST-FOR-ORPHAN
           END-READ.
      *
      *    A program annotation needs any master record of its
      *    program - a keyed browse from the program's lowest key -
      *    and a paragraph annotation its own master record.
       794-TEST-FOR-ORPHAN.
           MOVE "N" TO RECORD-FOUND-SWITCH.
           MOVE ANNO-PROGRAM-NAME TO MAST-PROGRAM-NAME.
           IF ANNO-PROCEDURE-NAME = SPACE
              MOVE LOW-VALUES TO MAST-PROCEDURE-NAME
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
                    IF MAST-PROGRAM-NAME = ANNO-PROGRAM-NAME
                       SET MASTER-RECORD-FOUND TO TRUE
                    END-IF
                 END-READ
              END-START
           ELSE
              MOVE ANNO-PROCEDURE-NAME TO MAST-PROCEDURE-NAME
              READ STRCMAST
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET MASTER-RECORD-FOUND TO TRUE
              END-READ
              IF NOT MASTER-RECORD-FOUND
                 AND STRCMAST-STATUS NOT = "23"
                 MOVE "STRCMAST" TO ERROR-FILE-NAME
                 MOVE STRCMAST-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
           END-IF.
           IF NOT MASTER-RECORD-FOUND
              PERFORM 796-PRINT-ORPHAN-LINE
           END-IF.
      *
       796-PRINT-ORPHAN-LINE.
           IF ANNOTATIONS-ORPHANED-COUNT = 0
              IF LINE-COUNT + 2 >= LINES-PER-PAGE
                 PERFORM 210-THROW-NEW-PAGE
              END-IF
              MOVE ORPHAN-TITLE-LINE TO PRINT-AREA
              WRITE PRINT-AREA AFTER ADVANCING 2 LINES
              PERFORM 018-CHECK-STRCRPT-STATUS
              ADD 2 TO LINE-COUNT
           END-IF.
           IF LINE-COUNT >= LINES-PER-PAGE
              PERFORM 210-THROW-NEW-PAGE
           END-IF.
           MOVE ANNO-PROGRAM-NAME TO ODL-PROGRAM-NAME.
           MOVE ANNO-PROCEDURE-NAME TO ODL-PROCEDURE-NAME.
           MOVE ANNO-OWNING-TEAM TO ODL-OWNING-TEAM.
           MOVE ANNO-DESCRIPTION TO ODL-DESCRIPTION.
           MOVE ORPHAN-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 018-CHECK-STRCRPT-STATUS.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO ANNOTATIONS-ORPHANED-COUNT.
      *
      *****************************************************************
      *  BATCH: one run answers the whole STRCTRAN transaction file,
           MOVE " " TO REQUEST-TYPE-SWITCH.
           MOVE SPACE TO REQUESTED-PROGRAM-NAME.
           MOVE SPACE TO REQUESTED-PARAGRAPH-NAME.
           MOVE SPACE TO REQUESTED-COPYBOOK-NAME.
           MOVE SPACE TO REQUESTED-DATA-NAME.
           MOVE TRANSACTION-CARD TO REQUEST-TEXT.
           PERFORM 125-MEASURE-REQUEST-LENGTH.
           PERFORM 120-INTERPRET-REQUEST-TEXT.
                 PERFORM 600-ANSWER-IMPACT-INQUIRY
                 PERFORM 850-SCORE-IMPACT-ANSWER
              ELSE
                 IF COPYBOOK-INQUIRY
                    PERFORM 550-ANSWER-COPY-INQUIRY
                    PERFORM 840-SCORE-KEYED-ANSWER
                 ELSE
                    IF DATA-IMPACT-INQUIRY
                       PERFORM 660-ANSWER-DATA-INQUIRY
                       PERFORM 855-SCORE-DATA-ANSWER
                    ELSE
                       PERFORM 860-REPORT-INVALID-REQUEST
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
              ADD 1 TO REQUESTS-MISSED-COUNT
           END-IF.
      *
      *    A field no paragraph touches is the miss; one that is
      *    touched but reached by nothing is still an answer.
       855-SCORE-DATA-ANSWER.
           IF DATA-SETTERS-COUNT > 0 OR DATA-READERS-COUNT > 0
              ADD 1 TO REQUESTS-ANSWERED-COUNT
           ELSE
              ADD 1 TO REQUESTS-MISSED-COUNT
           END-IF.
      *
      *    LOAD, PURGE, BACKOUT, or plain junk in the transaction
      *    file: the run-level functions stay with the PARM, so the
      *    card is flagged on the report and scored as a miss.
       860-REPORT-INVALID-REQUEST.
           IF LINE-COUNT >= LINES-PER-PAGE
              PERFORM 210-THROW-NEW-PAGE
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 018-CHECK-STRCRPT-STATUS.
      *
      *****************************************************************
      *  BACKOUT: undo one load from its STRCJRNL journal. The load
      *  must be on STRCLOAD, not yet backed out, its journal not
      *  retired by PURGE, and no later load may still stand on top
      *  of it - its before-images would wipe out the later load's
      *  work. The journal is browsed newest first: an added key is
      *  deleted, a before-image is rewritten (or written back, if
      *  the record has gone), and each journal record is deleted
      *  once applied, so a backout that is itself interrupted can
      *  simply be run again. The load is then marked backed out,
      *  which lets a corrected load reuse its identifier.
      *****************************************************************
       900-BACKOUT-LOAD.
           PERFORM 902-CHECK-BACKOUT-REQUEST.
           OPEN I-O STRCJRNL.
           IF STRCJRNL-STATUS NOT = "00" AND STRCJRNL-STATUS NOT = "05"
              MOVE "STRCJRNL" TO ERROR-FILE-NAME
              MOVE STRCJRNL-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           OPEN I-O STRCMAST.
           IF STRCMAST-STATUS NOT = "00" AND STRCMAST-STATUS NOT = "05"
              MOVE "STRCMAST" TO ERROR-FILE-NAME
              MOVE STRCMAST-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           OPEN I-O STRCEDGE.
           IF STRCEDGE-STATUS NOT = "00" AND STRCEDGE-STATUS NOT = "05"
              MOVE "STRCEDGE" TO ERROR-FILE-NAME
              MOVE STRCEDGE-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           OPEN I-O STRCCOPY.
           IF STRCCOPY-STATUS NOT = "00" AND STRCCOPY-STATUS NOT = "05"
              MOVE "STRCCOPY" TO ERROR-FILE-NAME
              MOVE STRCCOPY-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           OPEN I-O STRCDATA.
           IF STRCDATA-STATUS NOT = "00" AND STRCDATA-STATUS NOT = "05"
              MOVE "STRCDATA" TO ERROR-FILE-NAME
              MOVE STRCDATA-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           MOVE "N" TO STRCJRNL-EOF-SWITCH.
           MOVE LOAD-IDENTIFIER TO JRN-LOAD-ID.
           MOVE 0 TO JRN-REVERSE-SEQUENCE.
           START STRCJRNL KEY NOT < JRN-KEY
           INVALID KEY
              MOVE "Y" TO STRCJRNL-EOF-SWITCH
           END-START.
           PERFORM 910-BACK-OUT-ONE-JOURNAL-RECORD
              UNTIL(STRCJRNL-EOF).
           CLOSE STRCJRNL
                 STRCMAST
                 STRCEDGE
                 STRCCOPY
                 STRCDATA.
           PERFORM 940-MARK-LOAD-BACKED-OUT.
           PERFORM 950-PRINT-BACKOUT-REPORT.
      *
      *    Every reason to refuse is a setup error, reported the way
      *    a bad PARM is, before a single record is touched.
       902-CHECK-BACKOUT-REQUEST.
           OPEN I-O STRCLOAD.
           IF STRCLOAD-STATUS NOT = "00" AND STRCLOAD-STATUS NOT = "05"
              MOVE "STRCLOAD" TO ERROR-FILE-NAME
              MOVE STRCLOAD-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           MOVE "N" TO LOAD-CONTROL-FOUND-SWITCH.
           MOVE LOAD-IDENTIFIER TO CTL-LOAD-ID.
           READ STRCLOAD
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              SET LOAD-CONTROL-FOUND TO TRUE
           END-READ.
           IF NOT LOAD-CONTROL-FOUND
              AND STRCLOAD-STATUS NOT = "23"
              MOVE "STRCLOAD" TO ERROR-FILE-NAME
              MOVE STRCLOAD-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           IF NOT LOAD-CONTROL-FOUND
              DISPLAY "STRC004 - LOAD " LOAD-IDENTIFIER
                      " IS NOT ON STRCLOAD - NOTHING TO BACK OUT"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF CTL-LOAD-BACKED-OUT
              DISPLAY "STRC004 - LOAD " LOAD-IDENTIFIER
                      " WAS ALREADY BACKED OUT ON " CTL-BACKOUT-DATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF CTL-JOURNAL-RETIRED
              DISPLAY "STRC004 - LOAD " LOAD-IDENTIFIER
                      " JOURNAL RETIRED BY PURGE - BACKOUT REFUSED"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE CTL-LOAD-SEQUENCE TO BACKOUT-LOAD-SEQUENCE.
           MOVE CTL-STATE-CODE TO BACKOUT-LOAD-STATE.
           MOVE CTL-RUN-DATE TO BACKOUT-LOAD-RUN-DATE.
           MOVE SPACE TO LATER-LOAD-IDENTIFIER.
           MOVE "N" TO STRCLOAD-EOF-SWITCH.
           MOVE LOW-VALUES TO CTL-LOAD-ID.
           START STRCLOAD KEY NOT < CTL-LOAD-ID
           INVALID KEY
              MOVE "Y" TO STRCLOAD-EOF-SWITCH
           END-START.
           PERFORM 904-FIND-LATER-LOAD
              UNTIL(STRCLOAD-EOF).
           CLOSE STRCLOAD.
           IF LATER-LOAD-IDENTIFIER NOT = SPACE
              DISPLAY "STRC004 - LATER LOAD " LATER-LOAD-IDENTIFIER
                      " MUST BE BACKED OUT BEFORE " LOAD-IDENTIFIER
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       904-FIND-LATER-LOAD.
           READ STRCLOAD NEXT RECORD
           AT END
              MOVE "Y" TO STRCLOAD-EOF-SWITCH
           NOT AT END
              IF STRCLOAD-STATUS NOT = "00"
                 MOVE "STRCLOAD" TO ERROR-FILE-NAME
                 MOVE STRCLOAD-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              IF CTL-LOAD-SEQUENCE > BACKOUT-LOAD-SEQUENCE
                 AND (CTL-LOAD-STARTED OR CTL-LOAD-COMPLETED)
                 MOVE CTL-LOAD-ID TO LATER-LOAD-IDENTIFIER
              END-IF
           END-READ.
      *
       910-BACK-OUT-ONE-JOURNAL-RECORD.
           READ STRCJRNL NEXT RECORD
           AT END
              MOVE "Y" TO STRCJRNL-EOF-SWITCH
           NOT AT END
              IF STRCJRNL-STATUS NOT = "00"
                 MOVE "STRCJRNL" TO ERROR-FILE-NAME
                 MOVE STRCJRNL-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              IF JRN-LOAD-ID = LOAD-IDENTIFIER
                 PERFORM 920-APPLY-JOURNAL-RECORD
                 DELETE STRCJRNL RECORD
                 IF STRCJRNL-STATUS NOT = "00"
                    MOVE "STRCJRNL" TO ERROR-FILE-NAME
                    MOVE STRCJRNL-STATUS TO ERROR-STATUS-CODE
                    PERFORM 890-ABEND-ON-FILE-ERROR
                 END-IF
                 ADD 1 TO JOURNAL-APPLIED-COUNT
              ELSE
                 MOVE "Y" TO STRCJRNL-EOF-SWITCH
              END-IF
           END-READ.
      *
       920-APPLY-JOURNAL-RECORD.
           IF JRN-MASTER-IMAGE
              PERFORM 922-RESTORE-MASTER-RECORD
           ELSE
              IF JRN-EDGE-IMAGE
                 PERFORM 924-RESTORE-EDGE-RECORD
              ELSE
                 IF JRN-COPY-IMAGE
                    PERFORM 926-RESTORE-COPY-RECORD
                 ELSE
                    PERFORM 928-RESTORE-DATA-RECORD
                 END-IF
              END-IF
           END-IF.
      *
      *    A key journalled as added but never written - the load
      *    died between the two - is simply not there to delete.
       922-RESTORE-MASTER-RECORD.
           MOVE JRN-IMAGE TO MAST-RECORD.
           IF JRN-KEY-ADDED
              DELETE STRCMAST RECORD
              INVALID KEY
                 CONTINUE
              END-DELETE
              IF STRCMAST-STATUS = "00"
                 ADD 1 TO MASTERS-REMOVED-COUNT
              ELSE
                 IF STRCMAST-STATUS NOT = "23"
                    MOVE "STRCMAST" TO ERROR-FILE-NAME
                    MOVE STRCMAST-STATUS TO ERROR-STATUS-CODE
                    PERFORM 890-ABEND-ON-FILE-ERROR
                 END-IF
              END-IF
           ELSE
              REWRITE MAST-RECORD
              INVALID KEY
                 CONTINUE
              END-REWRITE
              IF STRCMAST-STATUS = "23"
                 WRITE MAST-RECORD
              END-IF
              IF STRCMAST-STATUS NOT = "00"
                 MOVE "STRCMAST" TO ERROR-FILE-NAME
                 MOVE STRCMAST-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              ADD 1 TO MASTERS-RESTORED-COUNT
           END-IF.
      *
       924-RESTORE-EDGE-RECORD.
           MOVE JRN-IMAGE TO EDGE-RECORD.
           IF JRN-KEY-ADDED
              DELETE STRCEDGE RECORD
              INVALID KEY
                 CONTINUE
              END-DELETE
              IF STRCEDGE-STATUS = "00"
                 ADD 1 TO EDGES-REMOVED-COUNT
              ELSE
                 IF STRCEDGE-STATUS NOT = "23"
                    MOVE "STRCEDGE" TO ERROR-FILE-NAME
                    MOVE STRCEDGE-STATUS TO ERROR-STATUS-CODE
                    PERFORM 890-ABEND-ON-FILE-ERROR
                 END-IF
              END-IF
           ELSE
              REWRITE EDGE-RECORD
              INVALID KEY
                 CONTINUE
              END-REWRITE
              IF STRCEDGE-STATUS = "23"
                 WRITE EDGE-RECORD
              END-IF
              IF STRCEDGE-STATUS NOT = "00"
                 MOVE "STRCEDGE" TO ERROR-FILE-NAME
                 MOVE STRCEDGE-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              ADD 1 TO EDGES-RESTORED-COUNT
           END-IF.
      *
       926-RESTORE-COPY-RECORD.
           MOVE JRN-IMAGE TO CPY-RECORD.
           IF JRN-KEY-ADDED
              DELETE STRCCOPY RECORD
              INVALID KEY
                 CONTINUE
              END-DELETE
              IF STRCCOPY-STATUS = "00"
                 ADD 1 TO COPIES-REMOVED-COUNT
              ELSE
                 IF STRCCOPY-STATUS NOT = "23"
                    MOVE "STRCCOPY" TO ERROR-FILE-NAME
                    MOVE STRCCOPY-STATUS TO ERROR-STATUS-CODE
                    PERFORM 890-ABEND-ON-FILE-ERROR
                 END-IF
              END-IF
           ELSE
              REWRITE CPY-RECORD
              INVALID KEY
                 CONTINUE
              END-REWRITE
              IF STRCCOPY-STATUS = "23"
                 WRITE CPY-RECORD
              END-IF
              IF STRCCOPY-STATUS NOT = "00"
                 MOVE "STRCCOPY" TO ERROR-FILE-NAME
                 MOVE STRCCOPY-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              ADD 1 TO COPIES-RESTORED-COUNT
           END-IF.
      *
       928-RESTORE-DATA-RECORD.
           MOVE JRN-IMAGE TO DAT-RECORD.
           IF JRN-KEY-ADDED
              DELETE STRCDATA RECORD
              INVALID KEY
                 CONTINUE
              END-DELETE
              IF STRCDATA-STATUS = "00"
                 ADD 1 TO DATA-REFS-REMOVED-COUNT
              ELSE
                 IF STRCDATA-STATUS NOT = "23"
                    MOVE "STRCDATA" TO ERROR-FILE-NAME
                    MOVE STRCDATA-STATUS TO ERROR-STATUS-CODE
                    PERFORM 890-ABEND-ON-FILE-ERROR
                 END-IF
              END-IF
           ELSE
              REWRITE DAT-RECORD
              INVALID KEY
                 CONTINUE
              END-REWRITE
              IF STRCDATA-STATUS = "23"
                 WRITE DAT-RECORD
              END-IF
              IF STRCDATA-STATUS NOT = "00"
                 MOVE "STRCDATA" TO ERROR-FILE-NAME
                 MOVE STRCDATA-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              ADD 1 TO DATA-REFS-RESTORED-COUNT
           END-IF.
      *
       940-MARK-LOAD-BACKED-OUT.
           OPEN I-O STRCLOAD.
           IF STRCLOAD-STATUS NOT = "00"
              MOVE "STRCLOAD" TO ERROR-FILE-NAME
              MOVE STRCLOAD-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           MOVE LOAD-IDENTIFIER TO CTL-LOAD-ID.
           READ STRCLOAD
           INVALID KEY
              CONTINUE
           END-READ.
           IF STRCLOAD-STATUS NOT = "00"
              MOVE "STRCLOAD" TO ERROR-FILE-NAME
              MOVE STRCLOAD-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           SET CTL-LOAD-BACKED-OUT TO TRUE.
           MOVE RUN-DATE TO CTL-BACKOUT-DATE.
           REWRITE CTL-RECORD.
           IF STRCLOAD-STATUS NOT = "00"
              MOVE "STRCLOAD" TO ERROR-FILE-NAME
              MOVE STRCLOAD-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           CLOSE STRCLOAD.
      *
       950-PRINT-BACKOUT-REPORT.
           MOVE LOAD-IDENTIFIER TO BHL-LOAD-ID.
           MOVE BACKOUT-LOAD-RUN-DATE TO BHL-RUN-DATE.
           IF BACKOUT-LOAD-STATE = "C"
              MOVE "(COMPLETED)" TO BHL-STATE-TEXT
           ELSE
              MOVE "(NEVER COMPLETED)" TO BHL-STATE-TEXT
           END-IF.
           MOVE BACKOUT-HEADER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 018-CHECK-STRCRPT-STATUS.
           ADD 2 TO LINE-COUNT.
           MOVE "STRCMAST" TO BDL-FILE-NAME.
           MOVE MASTERS-RESTORED-COUNT TO BDL-RESTORED-COUNT.
           MOVE MASTERS-REMOVED-COUNT TO BDL-REMOVED-COUNT.
           PERFORM 955-PRINT-BACKOUT-DETAIL.
           MOVE "STRCEDGE" TO BDL-FILE-NAME.
           MOVE EDGES-RESTORED-COUNT TO BDL-RESTORED-COUNT.
           MOVE EDGES-REMOVED-COUNT TO BDL-REMOVED-COUNT.
           PERFORM 955-PRINT-BACKOUT-DETAIL.
           MOVE "STRCCOPY" TO BDL-FILE-NAME.
           MOVE COPIES-RESTORED-COUNT TO BDL-RESTORED-COUNT.
           MOVE COPIES-REMOVED-COUNT TO BDL-REMOVED-COUNT.
           PERFORM 955-PRINT-BACKOUT-DETAIL.
           MOVE "STRCDATA" TO BDL-FILE-NAME.
           MOVE DATA-REFS-RESTORED-COUNT TO BDL-RESTORED-COUNT.
           MOVE DATA-REFS-REMOVED-COUNT TO BDL-REMOVED-COUNT.
           PERFORM 955-PRINT-BACKOUT-DETAIL.
           IF LINE-COUNT + 1 >= LINES-PER-PAGE
              PERFORM 210-THROW-NEW-PAGE
           END-IF.
           MOVE JOURNAL-APPLIED-COUNT TO BSL-APPLIED-COUNT.
           MOVE BACKOUT-SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 018-CHECK-STRCRPT-STATUS.
           ADD 2 TO LINE-COUNT.
      *
       955-PRINT-BACKOUT-DETAIL.
           IF LINE-COUNT >= LINES-PER-PAGE
              PERFORM 210-THROW-NEW-PAGE
           END-IF.
           MOVE BACKOUT-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 018-CHECK-STRCRPT-STATUS.
           ADD 1 TO LINE-COUNT.
      *
