      *> DOCLCOMM - communication area for the DOCLOOK document
      *> register lookup subprogram.  A3text and TEXT-STATS call
      *> DOCLOOK with the input name before analyzing a document.
      *> DOCL-STATUS comes back "00" for an active register entry,
      *> "NF" when the document is not on the register, "IN" when
      *> its entry has been made inactive, otherwise the file status
      *> that stopped the register open.  Only "00" may be analyzed.
      *> On "00" and "IN" the entry's details are returned as well.
       01 DOCL-COMM.
          02 DOCL-DOC-NAME      PIC X(50).
          02 DOCL-MATTER-NO     PIC X(15).
          02 DOCL-CLIENT-CODE   PIC X(8).
          02 DOCL-DOC-TYPE      PIC X.
          02 DOCL-VENDOR        PIC X(20).
          02 DOCL-RECEIVED-DATE PIC X(8).
          02 DOCL-STATUS        PIC XX.
             88 DOCL-REGISTERED     VALUE "00".
             88 DOCL-NOT-REGISTERED VALUE "NF".
             88 DOCL-INACTIVE       VALUE "IN".
