001400     05  SES-USERID-NAME            PIC X(20).                    csesrec
001500     05  SES-LAST-DATE              PIC 9(07).                    csesrec
001600     05  SES-LAST-TIME              PIC 9(07).                    csesrec
001610* Carried from the signon so a resumed session answers in the     csesrec
001620* user's own language and date format.                            csesrec
001630     05  SES-LANGUAGE               PIC X(01).                    csesrec
001640     05  SES-DATE-FMT               PIC X(01).                    csesrec
001700     05  FILLER                     PIC X(20).                    csesrec
001800*                                                                 csesrec
001900* $ Version 1.01 sequenced on Thursday 15 Oct 2026 at 1:00pm      csesrec
