000100***************************************************************** cglxrec
000200*                                                               * cglxrec
000300*   CGLXREC.CPY                                                 * cglxrec
000400*---------------------------------------------------------------  cglxrec
000500*   Record layout for GLEXTR, the general ledger interface file * cglxrec
000600*   SGLX00P writes once a day from the TRNJRNL posting journal. * cglxrec
000700*   Fixed 80-byte records: one header, one detail for each      * cglxrec
000800*   posting extracted, and one trailer.                         * cglxrec
000900*                                                               * cglxrec
001000*   Header  - the business date the file covers and the GL run  * cglxrec
001100*             number, one higher than the last file sent.       * cglxrec
001200*   Detail  - one journal posting: its TRN-SEQ, date and time,  * cglxrec
001300*             account, side (D or C) and amount, the account    * cglxrec
001400*             on the other side and the signon id that made it. * cglxrec
001500*   Trailer - the run number again, the number of detail        * cglxrec
001600*             records and the hash totals of the debit and of   * cglxrec
001700*             the credit amounts.  The two hashes are equal on  * cglxrec
001800*             any file that is released to the ledger.          * cglxrec
001900*                                                               * cglxrec
002000*   Dates are 0CYYDDD and times 0HHMMSS, as on TRNJRNL.         * cglxrec
002100***************************************************************** cglxrec
002200 01  GLX-RECORD.                                                  cglxrec
002300     05  GLX-TYPE                   PIC X(01).                    cglxrec
002400         88  GLX-TYPE-HEADER        VALUE 'H'.                    cglxrec
002500         88  GLX-TYPE-DETAIL        VALUE 'D'.                    cglxrec
002600         88  GLX-TYPE-TRAILER       VALUE 'T'.                    cglxrec
002700     05  GLX-BODY                   PIC X(79).                    cglxrec
002800     05  GLX-HEADER REDEFINES GLX-BODY.                           cglxrec
002900         10  GLX-H-SOURCE           PIC X(08).                    cglxrec
003000         10  GLX-H-BUS-DATE         PIC 9(07).                    cglxrec
003100         10  GLX-H-RUN-NO           PIC 9(05).                    cglxrec
003200         10  GLX-H-RUN-DATE         PIC 9(07).                    cglxrec
003300         10  GLX-H-RUN-TIME         PIC 9(07).                    cglxrec
003400         10  FILLER                 PIC X(45).                    cglxrec
003500     05  GLX-DETAIL REDEFINES GLX-BODY.                           cglxrec
003600         10  GLX-D-SEQ              PIC 9(07).                    cglxrec
003700         10  GLX-D-DATE             PIC 9(07).                    cglxrec
003800         10  GLX-D-TIME             PIC 9(07).                    cglxrec
003900         10  GLX-D-ACCOUNT          PIC X(08).                    cglxrec
004000         10  GLX-D-SIDE             PIC X(01).                    cglxrec
004100             88  GLX-D-DEBIT        VALUE 'D'.                    cglxrec
004200             88  GLX-D-CREDIT       VALUE 'C'.                    cglxrec
004300         10  GLX-D-AMOUNT           PIC 9(09)V99.                 cglxrec
004400         10  GLX-D-OTHER-ACCOUNT    PIC X(08).                    cglxrec
004500         10  GLX-D-SIGNON-ID        PIC X(08).                    cglxrec
004600         10  FILLER                 PIC X(22).                    cglxrec
004700     05  GLX-TRAILER REDEFINES GLX-BODY.                          cglxrec
004800         10  GLX-T-RUN-NO           PIC 9(05).                    cglxrec
004900         10  GLX-T-COUNT            PIC 9(07).                    cglxrec
005000         10  GLX-T-DEBIT-HASH       PIC 9(13)V99.                 cglxrec
005100         10  GLX-T-CREDIT-HASH      PIC 9(13)V99.                 cglxrec
005200         10  FILLER                 PIC X(37).                    cglxrec
005300*                                                                 cglxrec
005400* $ Version 1.00 sequenced on Thursday 15 Oct 2026 at 1:00pm      cglxrec
