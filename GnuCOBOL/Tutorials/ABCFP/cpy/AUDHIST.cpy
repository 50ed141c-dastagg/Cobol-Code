      ***********************************************************
      * Copybook name:   AUDHIST
      * Original author: dastagg
      *
      *    Description: Record layout for c10-5audhist.idat, the
      *    keyed stock audit history. Every entry BDS1005 writes to
      *    the flat audit trail is written here too, and entries
      *    stay here after BDS1013 cuts them from the live trail to
      *    the archive - so the history covers the whole trail,
      *    live and archived, and any entry can be read directly.
      *    The audit image is laid out exactly as the flat trail's
      *    AuditRec, so one MOVE carries an entry either way.
      *       Record key:    :tag:-Seq-Nbr
      *       Alternate key: :tag:-GadgetID WITH DUPLICATES
      *    Held-In says where the flat copy of the entry lives: "L"
      *    on the live trail, "A" cut to the archive.
      *    Expand under an FD of the caller's choosing with:
      *       COPY AUDHIST REPLACING ==:tag:== BY ==<file-name>==.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created.
      ***********************************************************
       01  :tag:-Audit-History-Record.
           12 :tag:-Audit-Image.
              16 :tag:-Seq-Nbr          PIC 9(06).
              16 :tag:-Sep0             PIC X(01).
              16 :tag:-TypeCode         PIC 9(01).
              16 :tag:-Sep1             PIC X(01).
              16 :tag:-GadgetID         PIC 9(06).
              16 :tag:-Sep2             PIC X(01).
              16 :tag:-Old-Qty-L OCCURS 3 TIMES
                                        PIC 9(04).
              16 :tag:-Sep3             PIC X(01).
              16 :tag:-New-Qty-L OCCURS 3 TIMES
                                        PIC 9(04).
              16 :tag:-Sep4             PIC X(01).
              16 :tag:-Old-Price        PIC 9(04)V99.
              16 :tag:-Sep5             PIC X(01).
              16 :tag:-New-Price        PIC 9(04)V99.
              16 :tag:-Sep6             PIC X(01).
              16 :tag:-Old-Name         PIC X(30).
              16 :tag:-Sep7             PIC X(01).
              16 :tag:-New-Name         PIC X(30).
              16 :tag:-Sep8             PIC X(01).
              16 :tag:-Old-Cost         PIC 9(04)V99.
              16 :tag:-Old-Cost-X
                 REDEFINES :tag:-Old-Cost
                                        PIC X(06).
              16 :tag:-Sep9             PIC X(01).
              16 :tag:-New-Cost         PIC 9(04)V99.
              16 :tag:-New-Cost-X
                 REDEFINES :tag:-New-Cost
                                        PIC X(06).
              16 :tag:-Sep10            PIC X(01).
              16 :tag:-Run-Date         PIC 9(08).
              16 :tag:-Run-Date-X
                 REDEFINES :tag:-Run-Date
                                        PIC X(08).
           12 :tag:-Sep11               PIC X(01).
           12 :tag:-Held-In             PIC X(01).
              88 :tag:-Held-Live        VALUE "L".
              88 :tag:-Held-Archived    VALUE "A".
