      *> and read back by the AUDITRPT operations report.  Writers
      *> MOVE their own name to AUDIT-PROGRAM; the -X REDEFINES
      *> views let readers take FUNCTION NUMVAL of the count columns.
      *> AUDIT-FINDINGS is the TXTSCAN sensitive-data findings count
      *> for the run, the RECONCIL break count, or the number of
      *> documents an A3text list run analyzed; other writers set it
      *> to spaces.
       01 AUDIT-RECORD.
          02 AUDIT-TIMESTAMP   PIC X(21).
          02 FILLER            PIC X(2)  VALUE SPACES.
                               PIC X(10).
          02 FILLER            PIC X(2)  VALUE SPACES.
      *> SUCCESS/REJECT/FAILURE from the analysis programs; RENAME
      *> and DELETE from the STATMNT master maintenance utility;
      *> REGADD/REGCHG/REGINAC/REGACT from the DOCMNT register
      *> maintenance utility.  Maintenance actions are completed
      *> work, not failed runs, so readers classify with the 88
      *> rather than testing SUCCESS.  REFUSED is an analysis run
      *> turned away because its input is not registered (or is
      *> inactive) on the DOCREG.DAT document register.  LISTRUN
      *> is the summary line of an A3text list run, under the list
      *> file; each document in the list has its own line as well,
      *> so the summary is never itself a document's run and its
      *> counts are the documents' counts again.
          02 AUDIT-STATUS      PIC X(7).
             88 AUDIT-GOOD-STATUS VALUE "SUCCESS", "RENAME",
                                        "DELETE", "REGADD",
                                        "REGCHG", "REGINAC",
                                        "REGACT", "LISTRUN".
             88 AUDIT-REFUSED-STATUS VALUE "REFUSED".
             88 AUDIT-LIST-SUMMARY VALUE "LISTRUN".
          02 FILLER            PIC X(2)  VALUE SPACES.
          02 AUDIT-FINDINGS    PIC Z(9)9.
          02 AUDIT-FINDINGS-X REDEFINES AUDIT-FINDINGS
                               PIC X(10).
