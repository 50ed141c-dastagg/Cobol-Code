      *
      * Description: Audit trail retention and retrieval.
      * AuditFile is opened EXTEND by BDS1005 and never truncated,
      * so it grows without bound unless old entries are cut off to
      * the archive. Every entry is also held in the keyed audit
      * history (c10-5audhist.idat), live and archived alike, which
      * is what reversals and retrieval read.
      * Driven by a one-record parameter file:
      *   "A" + keep-count:
      *        cut every audit record except the most recent
      *        rewrite the recent window to the new-audit file.
      *        The retention job swaps the new-audit file over the
      *        live one and folds the cut records into the archive,
      *        keeping a dated copy. Each cut entry is marked as
      *        archived in the audit history, where it stays.
      *   "B":
      *        build (or rebuild) the audit history from scratch
      *        out of the archive and the live trail - run once
      *        before BDS1005 first needs it, or to recover it.
      *   "R" + low-seq + high-seq:
      *        read the audit history by key from low-seq and print
      *        every entry up to high-seq, live or archived, as a
      *        labelled, readable report for the auditors.
      *   "G" + gadget + low-seq + high-seq:
      *        the same report for one gadget's entries only, read
      *        through the history's GadgetID alternate key.
      * Reversals read the audit history, not the live trail, so
      * keep-count no longer limits what can be reversed; it only
      * needs to cover what BDS1007 and BDS1022 still read from
      * the live trail.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      *                          carries, and with the business
      *                          run date every entry is stamped
      *                          with (143 bytes).
      * 2026-10-15 dastagg       Added the keyed audit history:
      *                          "B" builds it from the archive and
      *                          live trail, archiving marks cut
      *                          entries archived in it, "R" reads
      *                          it by key instead of scanning the
      *                          archive (so live entries come back
      *                          too), and new "G" retrieves one
      *                          gadget's entries by the alternate
      *                          key. Retrieved entries now show
      *                          their run date and where they are
      *                          held.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditArchFile-Status.

           SELECT AuditHistFile
           ASSIGN TO "../data/c10-5audhist.idat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AuditHist-Seq-Nbr
           ALTERNATE RECORD KEY IS AuditHist-GadgetID
              WITH DUPLICATES
           FILE STATUS IS WS-AuditHistFile-Status.

           SELECT RetrieveReportFile
           ASSIGN TO "../data/c10-5audretr.rpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           02 AP-Action             PIC X.
              88 AP-Archive         VALUE "A".
              88 AP-Retrieve        VALUE "R".
              88 AP-Build           VALUE "B".
              88 AP-Gadget-Retrieve VALUE "G".
           02 AP-Keep-Cnt           PIC 9(6).
           02 AP-Gadget-Sel REDEFINES AP-Keep-Cnt
                                    PIC 9(6).
           02 AP-Range-Low          PIC 9(6).
           02 AP-Range-High         PIC 9(6).

           02 Arch-Seq-Nbr          PIC 9(6).
           02 FILLER                PIC X(137).

       FD  AuditHistFile.
           COPY AUDHIST REPLACING ==:tag:== BY ==AuditHist==.

       FD RetrieveReportFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           COPY WSFST REPLACING ==:tag:== BY ==AuditCutFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AuditNewFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AuditArchFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AuditHistFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RetrieveReportFile==.

       01  WS-Retention-Counters.
           02 WS-Kept-Cnt           PIC 9(6) COMP VALUE ZERO.
           02 WS-Arch-Read-Cnt      PIC 9(6) COMP VALUE ZERO.
           02 WS-Retrieved-Cnt      PIC 9(6) COMP VALUE ZERO.
           02 WS-Hist-Read-Cnt      PIC 9(6) COMP VALUE ZERO.
           02 WS-Hist-Archived-Cnt  PIC 9(6) COMP VALUE ZERO.
           02 WS-Hist-Arch-Load-Cnt PIC 9(6) COMP VALUE ZERO.
           02 WS-Hist-Live-Load-Cnt PIC 9(6) COMP VALUE ZERO.

      *    The parameter record is copied out of the FD before
      *    ParmFile is closed - a record area is undefined after
           02 WS-AP-Action          PIC X.
              88 WS-AP-Archive      VALUE "A".
              88 WS-AP-Retrieve     VALUE "R".
              88 WS-AP-Build        VALUE "B".
              88 WS-AP-Gadget-Retrieve
                                    VALUE "G".
           02 WS-AP-Keep-Cnt        PIC 9(6).
           02 WS-AP-Gadget-Sel REDEFINES WS-AP-Keep-Cnt
                                    PIC 9(6).
           02 WS-AP-Range-Low       PIC 9(6).
           02 WS-AP-Range-High      PIC 9(6).

       01  WS-Max-Seq-Nbr           PIC 9(6) VALUE ZERO.
       01  WS-Cutoff-Seq            PIC S9(7) COMP VALUE ZERO.

       01  WS-Hist-Scan-Switch      PIC X VALUE "N".
           88 Hist-Scan-Done        VALUE "Y".
           88 Hist-Scan-Not-Done    VALUE "N".

      *    WORKING-STORAGE image of a retrieved audit entry - the
      *    report fields are picked apart here, out of the record
      *    area, so the report layout owes nothing to the FD.
       01  WS-Audit-Image.
           02 WS-AI-Seq-Nbr         PIC 9(6).
           02 FILLER                PIC X.
           02 WS-AI-Old-Name        PIC X(30).
           02 FILLER                PIC X.
           02 WS-AI-New-Name        PIC X(30).
           02 FILLER                PIC X(15).
           02 WS-AI-Run-Date-X      PIC X(8).

       01  WS-Retrieve-Line.
           02 FILLER                PIC X(05) VALUE "Seq: ".
           02 WS-RT-Old-Name        PIC X(30).
           02 FILLER                PIC X(11) VALUE " New Name: ".
           02 WS-RT-New-Name        PIC X(30).
           02 FILLER                PIC X(11) VALUE " Run Date: ".
           02 WS-RT-Run-Date        PIC X(8).
           02 FILLER                PIC X(9) VALUE " Held In ".
           02 WS-RT-Held-In         PIC X(8).
           02 FILLER                PIC X(14) VALUE SPACE.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
           EVALUATE TRUE
              WHEN WS-AP-Archive
                 PERFORM ArchiveOldRecords
              WHEN WS-AP-Build
                 PERFORM BuildAuditHistory
              WHEN WS-AP-Retrieve
                 PERFORM RetrieveHistoryRange
              WHEN WS-AP-Gadget-Retrieve
                 PERFORM RetrieveGadgetHistory
              WHEN OTHER
                 DISPLAY "** ERROR **: Begin"
                 DISPLAY "Unrecognized AP-Action: " WS-AP-Action
           END-EVALUATE

           DISPLAY EOJ-End-Message
           EVALUATE TRUE
              WHEN WS-AP-Archive
                DISPLAY "   Audit Records Read: " WS-Audit-Read-Cnt
                DISPLAY "   Records Cut:        " WS-Cut-Cnt
                DISPLAY "   Records Kept:       " WS-Kept-Cnt
                DISPLAY "   History Archived:   " WS-Hist-Archived-Cnt
              WHEN WS-AP-Build
                DISPLAY "   Archive Records Read: " WS-Arch-Read-Cnt
                DISPLAY "   Audit Records Read:   " WS-Audit-Read-Cnt
                DISPLAY "   History From Archive: "
                   WS-Hist-Arch-Load-Cnt
                DISPLAY "   History From Live:    "
                   WS-Hist-Live-Load-Cnt
              WHEN OTHER
                DISPLAY "   History Records Read: " WS-Hist-Read-Cnt
                DISPLAY "   Records Retrieved:    " WS-Retrieved-Cnt
           END-EVALUATE
           STOP RUN.

       AbortRun.
           CLOSE ParmFile, AuditFile, AuditCutFile, AuditNewFile,
                 AuditArchFile, AuditHistFile, RetrieveReportFile.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

             DISPLAY "File Status: " WS-AuditNewFile-Status
             PERFORM AbortRun
           END-IF
           OPEN I-O AuditHistFile
           IF NOT WS-AuditHistFile-Good
             DISPLAY "** ERROR **: ArchiveOldRecords"
             DISPLAY "Open AuditHistFile Failed - build the audit "
                "history before archiving."
             DISPLAY "File Status: " WS-AuditHistFile-Status
             PERFORM AbortRun
           END-IF
           PERFORM ReadAuditFile
           PERFORM UNTIL WS-AuditFile-EOF
             ADD 1 TO WS-Audit-Read-Cnt
             PERFORM SplitOneAuditRecord
             PERFORM ReadAuditFile
           END-PERFORM
           CLOSE AuditFile, AuditCutFile, AuditNewFile, AuditHistFile.

       SplitOneAuditRecord.
           IF Audit-Seq-Nbr NOT > WS-Cutoff-Seq
               DISPLAY "File Status: " WS-AuditCutFile-Status
               PERFORM AbortRun
             END-IF
             PERFORM MarkHistoryArchived
           ELSE
             ADD 1 TO WS-Kept-Cnt
             WRITE AuditNewRec FROM AuditRec
             END-IF
           END-IF.

       MarkHistoryArchived.
      *    The cut entry stays in the audit history - only where its
      *    flat copy lives changes. An entry the history doesn't
      *    have is added rather than lost, so the history still
      *    covers everything the archive does.
           MOVE Audit-Seq-Nbr TO AuditHist-Seq-Nbr
           READ AuditHistFile
              RECORD KEY IS AuditHist-Seq-Nbr
           END-READ
           IF WS-AuditHistFile-Good
             SET AuditHist-Held-Archived TO TRUE
             REWRITE AuditHist-Audit-History-Record
           ELSE
             IF NOT WS-AuditHistFile-Not-Found
               DISPLAY "** ERROR **: MarkHistoryArchived"
               DISPLAY "Read AuditHistFile Failed - Seq "
                  Audit-Seq-Nbr
               DISPLAY "File Status: " WS-AuditHistFile-Status
               PERFORM AbortRun
             END-IF
             MOVE AuditRec TO AuditHist-Audit-Image
             MOVE SPACE TO AuditHist-Sep11
             SET AuditHist-Held-Archived TO TRUE
             WRITE AuditHist-Audit-History-Record
           END-IF
      *    "02" is the gadget alternate key reporting other entries
      *    for the same gadget - expected, not an error.
           IF NOT WS-AuditHistFile-Good
              AND WS-AuditHistFile-Status NOT = "02"
             DISPLAY "** ERROR **: MarkHistoryArchived"
             DISPLAY "Update AuditHistFile Failed - Seq "
                Audit-Seq-Nbr
             DISPLAY "File Status: " WS-AuditHistFile-Status
             PERFORM AbortRun
           END-IF
           ADD 1 TO WS-Hist-Archived-Cnt.

       BuildAuditHistory.
      *    Starts the history over: every archived entry is loaded
      *    as held on the archive, then every live-trail entry as
      *    held live. Either flat file may not exist yet (status
      *    "35") - an installation that has never archived has no
      *    archive. The same sequence number turning up twice means
      *    the archive and the live trail overlap, which has to be
      *    sorted out before the history can be trusted, so the
      *    build stops on it.
           OPEN OUTPUT AuditHistFile
           IF NOT WS-AuditHistFile-Good
             DISPLAY "** ERROR **: BuildAuditHistory"
             DISPLAY "Open AuditHistFile Failed."
             DISPLAY "File Status: " WS-AuditHistFile-Status
             PERFORM AbortRun
           END-IF
           OPEN INPUT AuditArchFile
           IF WS-AuditArchFile-Good
             PERFORM ReadArchFile
             PERFORM UNTIL WS-AuditArchFile-EOF
               ADD 1 TO WS-Arch-Read-Cnt
               MOVE AuditArchRec TO AuditHist-Audit-Image
               SET AuditHist-Held-Archived TO TRUE
               PERFORM LoadOneHistoryEntry
               ADD 1 TO WS-Hist-Arch-Load-Cnt
               PERFORM ReadArchFile
             END-PERFORM
             CLOSE AuditArchFile
           ELSE
             IF WS-AuditArchFile-Status NOT = "35"
               DISPLAY "** ERROR **: BuildAuditHistory"
               DISPLAY "Open AuditArchFile Failed."
               DISPLAY "File Status: " WS-AuditArchFile-Status
               PERFORM AbortRun
             END-IF
           END-IF
           OPEN INPUT AuditFile
           IF WS-AuditFile-Good
             PERFORM ReadAuditFile
             PERFORM UNTIL WS-AuditFile-EOF
               ADD 1 TO WS-Audit-Read-Cnt
               MOVE AuditRec TO AuditHist-Audit-Image
               SET AuditHist-Held-Live TO TRUE
               PERFORM LoadOneHistoryEntry
               ADD 1 TO WS-Hist-Live-Load-Cnt
               PERFORM ReadAuditFile
             END-PERFORM
             CLOSE AuditFile
           ELSE
             IF WS-AuditFile-Status NOT = "35"
               DISPLAY "** ERROR **: BuildAuditHistory"
               DISPLAY "Open AuditFile Failed."
               DISPLAY "File Status: " WS-AuditFile-Status
               PERFORM AbortRun
             END-IF
           END-IF
           CLOSE AuditHistFile
           IF NOT WS-AuditHistFile-Good
             DISPLAY "** ERROR **: BuildAuditHistory"
             DISPLAY "Close AuditHistFile Failed."
             DISPLAY "File Status: " WS-AuditHistFile-Status
             PERFORM AbortRun
           END-IF.

       LoadOneHistoryEntry.
           MOVE SPACE TO AuditHist-Sep11.
           WRITE AuditHist-Audit-History-Record.
           IF WS-AuditHistFile-Status = "22"
             DISPLAY "** ERROR **: LoadOneHistoryEntry"
             DISPLAY "Audit Seq " AuditHist-Seq-Nbr
                " is on the archive and live trail more than once."
             PERFORM AbortRun
           END-IF.
           IF NOT WS-AuditHistFile-Good
              AND WS-AuditHistFile-Status NOT = "02"
             DISPLAY "** ERROR **: LoadOneHistoryEntry"
             DISPLAY "Write AuditHistFile Failed - Seq "
                AuditHist-Seq-Nbr
             DISPLAY "File Status: " WS-AuditHistFile-Status
             PERFORM AbortRun
           END-IF.

       RetrieveHistoryRange.
      *    The history is keyed on the sequence number, so the read
      *    starts right at the low end of the range - live and
      *    archived entries alike - and stops at the first entry
      *    past the high end.
           PERFORM OpenRetrieveFiles
           MOVE WS-AP-Range-Low TO AuditHist-Seq-Nbr
           START AuditHistFile
              KEY IS NOT LESS THAN AuditHist-Seq-Nbr
           END-START
           PERFORM CheckHistoryStart
           PERFORM UNTIL Hist-Scan-Done
             PERFORM ReadNextHistory
             IF WS-AuditHistFile-EOF
                OR AuditHist-Seq-Nbr > WS-AP-Range-High
               SET Hist-Scan-Done TO TRUE
             ELSE
               ADD 1 TO WS-Hist-Read-Cnt
               PERFORM WriteRetrievedRecord
             END-IF
           END-PERFORM
           CLOSE AuditHistFile, RetrieveReportFile.

       RetrieveGadgetHistory.
      *    One gadget's entries through the GadgetID alternate key -
      *    positioned on the gadget's first entry and read until the
      *    key changes, keeping those inside the sequence range.
           PERFORM OpenRetrieveFiles
           MOVE WS-AP-Gadget-Sel TO AuditHist-GadgetID
           START AuditHistFile
              KEY IS EQUAL TO AuditHist-GadgetID
           END-START
           PERFORM CheckHistoryStart
           PERFORM UNTIL Hist-Scan-Done
             PERFORM ReadNextHistory
             IF WS-AuditHistFile-EOF
                OR AuditHist-GadgetID NOT = WS-AP-Gadget-Sel
               SET Hist-Scan-Done TO TRUE
             ELSE
               ADD 1 TO WS-Hist-Read-Cnt
               IF AuditHist-Seq-Nbr NOT < WS-AP-Range-Low
                  AND AuditHist-Seq-Nbr NOT > WS-AP-Range-High
                 PERFORM WriteRetrievedRecord
               END-IF
             END-IF
           END-PERFORM
           CLOSE AuditHistFile, RetrieveReportFile.

       OpenRetrieveFiles.
           OPEN INPUT AuditHistFile
           IF NOT WS-AuditHistFile-Good
             DISPLAY "** ERROR **: OpenRetrieveFiles"
             DISPLAY "Open AuditHistFile Failed - build the audit "
                "history before retrieving from it."
             DISPLAY "File Status: " WS-AuditHistFile-Status
             PERFORM AbortRun
           END-IF
           OPEN OUTPUT RetrieveReportFile
           IF NOT WS-RetrieveReportFile-Good
             DISPLAY "** ERROR **: OpenRetrieveFiles"
             DISPLAY "Open RetrieveReportFile Failed."
             DISPLAY "File Status: " WS-RetrieveReportFile-Status
             PERFORM AbortRun
           END-IF.

       CheckHistoryStart.
      *    Nothing at or past the START key ("23") is simply an
      *    empty report, not an error.
           SET Hist-Scan-Not-Done TO TRUE
           IF NOT WS-AuditHistFile-Good
             IF WS-AuditHistFile-Not-Found
               SET Hist-Scan-Done TO TRUE
             ELSE
               DISPLAY "** ERROR **: CheckHistoryStart"
               DISPLAY "Start AuditHistFile Failed."
               DISPLAY "File Status: " WS-AuditHistFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       WriteRetrievedRecord.
      *    Re-expand the entry's audit image into the WORKING-STORAGE
      *    image to pick the fields apart for the labelled report.
           ADD 1 TO WS-Retrieved-Cnt.
           MOVE AuditHist-Audit-Image TO WS-Audit-Image.
           MOVE WS-AI-Seq-Nbr TO WS-RT-Seq.
           MOVE WS-AI-TypeCode TO WS-RT-TypeCode.
           MOVE WS-AI-GadgetID TO WS-RT-GadgetID.
           MOVE WS-AI-New-Price TO WS-RT-New-Price.
           MOVE WS-AI-Old-Name TO WS-RT-Old-Name.
           MOVE WS-AI-New-Name TO WS-RT-New-Name.
           MOVE WS-AI-Run-Date-X TO WS-RT-Run-Date.
           IF AuditHist-Held-Archived
             MOVE "ARCHIVED" TO WS-RT-Held-In
           ELSE
             MOVE "LIVE" TO WS-RT-Held-In
           END-IF.
           WRITE RetrieveReportRec FROM WS-Retrieve-Line.
           IF NOT WS-RetrieveReportFile-Good
             DISPLAY "** ERROR **: WriteRetrievedRecord"
             DISPLAY "File Status: " WS-AuditArchFile-Status
             PERFORM AbortRun
           END-IF.

       ReadNextHistory.
           READ AuditHistFile NEXT RECORD
                AT END SET WS-AuditHistFile-EOF TO TRUE
           END-READ.
      *    "02" only says more entries for the same gadget follow.
           IF NOT WS-AuditHistFile-Good AND NOT WS-AuditHistFile-EOF
              AND WS-AuditHistFile-Status NOT = "02"
             DISPLAY "** ERROR **: ReadNextHistory"
             DISPLAY "Read AuditHistFile Failed."
             DISPLAY "File Status: " WS-AuditHistFile-Status
             PERFORM AbortRun
           END-IF.
