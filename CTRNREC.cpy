001200*   control record (TRN-SIDE 'X'): TRN-LAST-SEQ on it is the    * ctrnrec
001300*   last sequence number handed out, and is how BBANK50P        * ctrnrec
001400*   numbers the next posting.                                   * ctrnrec
001410*                                                               * ctrnrec
001420*   SGLX00P sends each posting to the general ledger once: it   * ctrnrec
001430*   sets TRN-GL-FLAG and stamps the GL run number on every      * ctrnrec
001440*   posting it has extracted, and keeps the last run number     * ctrnrec
001450*   in TRN-GL-RUN-NO on the control record.  Postings written   * ctrnrec
001460*   before the extract existed carry spaces, i.e. not sent.     * ctrnrec
001500***************************************************************** ctrnrec
001600 01  TRN-RECORD.                                                  ctrnrec
001700     05  TRN-SEQ                    PIC 9(07).                    ctrnrec
002700     05  TRN-OTHER-ACCOUNT          PIC X(08).                    ctrnrec
002800* Meaningful only on the control record; zero on a posting.       ctrnrec
002900     05  TRN-LAST-SEQ               PIC 9(07).                    ctrnrec
002910* Spaces until the posting has gone to the general ledger.        ctrnrec
002920     05  TRN-GL-FLAG                PIC X(01).                    ctrnrec
002930         88  TRN-GL-EXTRACTED       VALUE 'E'.                    ctrnrec
002940         88  TRN-GL-NOT-EXTRACTED   VALUE SPACE.                  ctrnrec
002950     05  TRN-GL-RUN-NO              PIC 9(05).                    ctrnrec
003000     05  FILLER                     PIC X(01).                    ctrnrec
003100*                                                                 ctrnrec
003200* $ Version 1.01 sequenced on Thursday 15 Oct 2026 at 1:00pm      ctrnrec
