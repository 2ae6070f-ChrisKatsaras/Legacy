       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCLOOK.
      *> Document register lookup for the text-analysis suite.
      *> Called by A3text and TEXT-STATS with the input name in
      *> DOCL-COMM before any analysis is done.  Reads the
      *> DOCREG.DAT intake register (maintained by DOCMNT) and hands
      *> back the entry's matter, client, type, vendor and received
      *> date, with DOCL-STATUS telling the caller whether the
      *> document may be analyzed:
      *>     00 - registered and active
      *>     NF - not on the register
      *>     IN - on the register but inactive
      *>     otherwise the file status that stopped the open
      *> The register is opened and closed on every call, as
      *> STATHIST does with the statistics master, so DOCMNT can
      *> keep it current while a long list run is going.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-REGISTER ASSIGN TO "DOCREG.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS REG-DOC-NAME
              FILE STATUS IS REGISTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DOC-REGISTER.
       COPY "docrec.cpy".

       WORKING-STORAGE SECTION.
       77  REGISTER-FILE-STATUS PIC XX.

       LINKAGE SECTION.
       COPY "doclcomm.cpy".

       PROCEDURE DIVISION USING DOCL-COMM.
       MAIN-CONTROL.
       MOVE SPACES TO DOCL-MATTER-NO, DOCL-CLIENT-CODE,
           DOCL-DOC-TYPE, DOCL-VENDOR, DOCL-RECEIVED-DATE.
       OPEN INPUT DOC-REGISTER.
       IF REGISTER-FILE-STATUS IS NOT EQUAL TO "00"
           MOVE REGISTER-FILE-STATUS TO DOCL-STATUS
       ELSE
           PERFORM LOOK-UP-DOCUMENT
           CLOSE DOC-REGISTER
       END-IF.
       GOBACK.

       LOOK-UP-DOCUMENT.
       MOVE DOCL-DOC-NAME TO REG-DOC-NAME.
       READ DOC-REGISTER
           INVALID KEY
               MOVE "NF" TO DOCL-STATUS
           NOT INVALID KEY
               MOVE REG-MATTER-NO TO DOCL-MATTER-NO
               MOVE REG-CLIENT-CODE TO DOCL-CLIENT-CODE
               MOVE REG-DOC-TYPE TO DOCL-DOC-TYPE
               MOVE REG-VENDOR TO DOCL-VENDOR
               MOVE REG-RECEIVED-DATE TO DOCL-RECEIVED-DATE
               IF REG-ACTIVE
                   MOVE "00" TO DOCL-STATUS
               ELSE
                   MOVE "IN" TO DOCL-STATUS
               END-IF
       END-READ.
