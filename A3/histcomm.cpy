      *> been seen before.  HC-STATUS comes back "00" when the
      *> master was updated, otherwise the file status that stopped
      *> the update (the analysis itself is unaffected).
      *> HC-RUN-COUNT comes back with the document's run count after
      *> the update (1 = first time analyzed; zero if the master could
      *> not be updated).  HC-JOURNAL-STATUS comes back "00" when the
      *> change was written to the STATJRNL.TXT journal, otherwise the
      *> journal file status - the master is updated either way, but
      *> the change cannot be replayed from the journal.
       01 HIST-COMM.
          02 HC-DOC-NAME       PIC X(50).
          02 HC-WORDS          PIC 9(10).
          02 HC-SENTENCES      PIC 9(10).
          02 HC-READABILITY    PIC S9(5)V99 COMP.
          02 HC-STATUS         PIC XX.
          02 HC-RUN-COUNT      PIC 9(5).
          02 HC-JOURNAL-STATUS PIC XX.
