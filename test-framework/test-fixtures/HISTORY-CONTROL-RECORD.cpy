      *****************************************************************
      * History Tier Control Record Layout
      * One row per dated history file SAMPLE-PROGRAM-RETAIN cuts
      * from the front of an append-only file - the posting register
      * (CUSTPREG), the update journal (CUSTJRNL) or the
      * correspondence log (CUSTCORR). The history file keeps the
      * live file's own layout and organization, so a reader reaches
      * into it through its usual FD under the name held here. Rows
      * are appended oldest cut first; a row is written only after
      * the history file has been re-read and proven against it, and
      * before the live file is cut back, so every row moved out of
      * a live file is accounted for here.
      * For the journal the two anchors carry the hash chain across
      * the cut: the anchor in is the chain hash the first archived
      * row chains from, the anchor out is the hash of the last
      * archived row - which is what the first row left in the live
      * file (or in the next history file) chains from.
      *****************************************************************
       01  HISTORY-CONTROL-RECORD.
           05  HCT-SOURCE-FILE     PIC X(8).
               88  HCT-REGISTER    VALUE 'CUSTPREG'.
               88  HCT-JOURNAL     VALUE 'CUSTJRNL'.
               88  HCT-CORRESPONDENCE VALUE 'CUSTCORR'.
           05  HCT-HISTORY-FILE-NAME PIC X(40).
      * When the cut was made, and the age it was made at - every
      * row dated before the cutoff date went to the history file
           05  HCT-CUT-DATE        PIC 9(8).
           05  HCT-CUT-TIME        PIC 9(6).
           05  HCT-KEEP-DAYS       PIC 9(4).
           05  HCT-CUTOFF-DATE     PIC 9(8).
      * The span the history file covers, by the row's own date
      * (post date, journal date, sent date) - and for the journal
      * the time of its last row, so an as-of moment can be placed
      * against it to the second
           05  HCT-FIRST-ROW-DATE  PIC 9(8).
           05  HCT-LAST-ROW-DATE   PIC 9(8).
           05  HCT-LAST-ROW-TIME   PIC 9(6).
      * What the history file was proven to hold
           05  HCT-ROW-COUNT       PIC 9(8).
           05  HCT-ID-HASH-TOTAL   PIC 9(12).
           05  HCT-AMOUNT-TOTAL    PIC S9(11)V99.
      * Journal only - zero on the other two files
           05  HCT-ANCHOR-IN-HASH  PIC 9(12).
           05  HCT-ANCHOR-OUT-HASH PIC 9(12).
           05  FILLER              PIC X(10).
