      *> VOCCOMM - communication area for the VOCUPD vocabulary
      *> master subprogram.  A3text and TEXT-STATS call VOCUPD after
      *> every successful analysis, once TXTPARSE ("S") has written
      *> the document's word list to the work file named in
      *> VC-WORK-NAME.  VC-REPEAT-FLAG "Y" says the document has been
      *> analyzed before (STATHIST's run count), so its words are
      *> already in the corpus totals and only words new to the
      *> master are added.  VC-NEW-WORDS comes back with the number
      *> of words this document brought into the master.  VC-STATUS
      *> comes back "00" when the master was updated, otherwise the
      *> file status that stopped the update (the analysis itself is
      *> unaffected).
       01 VOC-COMM.
          02 VC-DOC-NAME       PIC X(50).
          02 VC-WORK-NAME      PIC X(50).
          02 VC-REPEAT-FLAG    PIC X.
          02 VC-NEW-WORDS      PIC 9(7).
          02 VC-STATUS         PIC XX.
