      *> VOCREC - one record of the VOCABMST.DAT indexed corpus
      *> vocabulary master, keyed by word.  Words are kept upper-cased
      *> so "The" and "the" are one entry.  VOCUPD folds in every
      *> successfully analyzed document's word list: total
      *> occurrences across the corpus, how many documents use the
      *> word, and the document and run that first brought it in.
      *> The last document and run to touch the entry are kept too,
      *> so one run never counts a document twice.
       01 VOCAB-MASTER-RECORD.
          02 VOC-WORD          PIC X(30).
          02 VOC-OCCURRENCES   PIC 9(10).
          02 VOC-DOC-COUNT     PIC 9(7).
          02 VOC-FIRST-DOC     PIC X(50).
      *> Run stamps are YYYYMMDDHHMMSS
          02 VOC-FIRST-STAMP   PIC X(14).
          02 VOC-LAST-DOC      PIC X(50).
          02 VOC-LAST-STAMP    PIC X(14).
