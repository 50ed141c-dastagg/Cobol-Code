      * The recovery job hands this program three things: a parm
      * record naming the target business date, the most recent
      * dated master backup on or before that date (copied to a
      * fixed name), and the keyed audit history, which holds the
      * archived and live audit entries alike and is read here in
      * sequence-number (record key) order. The program
      * replays every audit entry stamped on or before the target
      * date over the backup - the same new-values-win replay
      * BDS1007 uses for its one-day reconciliation, since every
      *                          of copying a backup and re-running
      *                          days of transactions we may no
      *                          longer have.
      * 2026-10-15 dastagg       Replays from the keyed audit
      *                          history in record key order
      *                          instead of a flat file the job
      *                          built by concatenating the
      *                          archive and live trail.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
           FILE STATUS IS WS-BaseMasterFile-Status.

           SELECT ReplayAuditFile
           ASSIGN TO "../data/c10-5audhist.idat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS Audit-Seq-Nbr
           ALTERNATE RECORD KEY IS Audit-GadgetID
              WITH DUPLICATES
           FILE STATUS IS WS-ReplayAuditFile-Status.

           SELECT RecoveryMasterFile
           02 Cost-BMF-X REDEFINES Cost-BMF
                                    PIC X(6).

       FD  ReplayAuditFile.
           COPY AUDHIST REPLACING ==:tag:== BY ==Audit==.

       FD RecoveryMasterFile
           LABEL RECORDS ARE STANDARD
           CLOSE RecoveryParmFile.

       LoadReplayTrail.
      *    Read sequentially, the history comes back in record key
      *    order - sequence-number order across the archived and
      *    live entries - which is the order they are replayed in.
           OPEN INPUT ReplayAuditFile
           IF NOT WS-ReplayAuditFile-Good
             DISPLAY "** ERROR **: LoadReplayTrail"
             DISPLAY "Open ReplayAuditFile Failed - the audit "
                "history has to be built before recovery."
             DISPLAY "File Status: " WS-ReplayAuditFile-Status
             PERFORM AbortRun
           END-IF
           END-IF.

       CheckSequenceContiguity.
      *    The history is read in sequence-number order, so every
      *    replayed entry must follow its predecessor by exactly
      *    one. A gap means audit records are missing, and a
      *    master rebuilt over missing records is worse than no
      *    rebuild at all.
           IF First-Replay-Record
             SET Not-First-Replay TO TRUE
           ELSE
