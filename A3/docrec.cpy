      *> DOCREC - one record of the DOCREG.DAT indexed document
      *> intake register, keyed by document name.  Every transcript
      *> is registered through DOCMNT when it arrives, tying it to a
      *> matter, a client and a vendor; A3text and TEXT-STATS refuse
      *> to analyze a document that is not on the register or has
      *> been made inactive.  An inactive entry stays on file so the
      *> history of what was received is never lost.
       01 DOC-REGISTER-RECORD.
          02 REG-DOC-NAME      PIC X(50).
          02 REG-MATTER-NO     PIC X(15).
          02 REG-CLIENT-CODE   PIC X(8).
      *> D deposition, H hearing, E exhibit, C correspondence
          02 REG-DOC-TYPE      PIC X.
             88 REG-DEPOSITION     VALUE "D".
             88 REG-HEARING        VALUE "H".
             88 REG-EXHIBIT        VALUE "E".
             88 REG-CORRESPONDENCE VALUE "C".
             88 REG-VALID-TYPE     VALUE "D", "H", "E", "C".
          02 REG-VENDOR        PIC X(20).
          02 REG-RECEIVED-DATE PIC X(8).
          02 REG-STATUS        PIC X.
             88 REG-ACTIVE         VALUE "A".
             88 REG-INACTIVE       VALUE "I".
      *> Date of the last add, change or status change (YYYYMMDD)
          02 REG-CHANGED-DATE  PIC X(8).
