000100***************************************************************** saccl00p
000200*                                                               * saccl00p
000300*   Copyright (C) 1998-2015 Micro Focus. All Rights Reserved.   * saccl00p
000400*   This demonstration program is provided for use by users     * saccl00p
000500*   of Micro Focus products and may be used, modified and       * saccl00p
000600*   distributed as part of your application provided that       * saccl00p
000700*   you properly acknowledge the copyright of Micro Focus       * saccl00p
000800*   in this material.                                           * saccl00p
000900*                                                               * saccl00p
001000***************************************************************** saccl00p
001100*                                                                 saccl00p
001200***************************************************************** saccl00p
001300* Program:     SACCL00P.CBL (CICS Version)                      * saccl00p
001400* Layer:       Common routine                                   * saccl00p
001500* Function:    Write one account-change record to the ACCJRNL   * saccl00p
001600*              journal.  Called by BBANK70P after every         * saccl00p
001700*              maintenance action that changes an ACCTFILE      * saccl00p
001800*              record.  A failure to write the journal record   * saccl00p
001900*              must never stop the maintenance function         * saccl00p
002000*              itself, so we simply return either way.          * saccl00p
002100***************************************************************** saccl00p
002200*                                                                 saccl00p
002300  IDENTIFICATION DIVISION.                                        saccl00p
002400  PROGRAM-ID.                                                     saccl00p
002500      SACCL00P.                                                   saccl00p
002600  DATE-WRITTEN.                                                   saccl00p
002700      October 2026.                                               saccl00p
002800  DATE-COMPILED.                                                  saccl00p
002900      Today.                                                      saccl00p
003000*                                                                 saccl00p
003100  ENVIRONMENT DIVISION.                                           saccl00p
003200*                                                                 saccl00p
003300  DATA DIVISION.                                                  saccl00p
003400  WORKING-STORAGE SECTION.                                        saccl00p
003500  01  WS-MISC-STORAGE.                                            saccl00p
003600      05  WS-PROGRAM-ID              PIC X(8)                     saccl00p
003700          VALUE 'SACCL00P'.                                       saccl00p
003800      05  WS-RESP                    PIC S9(8) COMP.              saccl00p
003900*                                                                 saccl00p
004000  LINKAGE SECTION.                                                saccl00p
004100  COPY CACJREC.                                                   saccl00p
004200*                                                                 saccl00p
004300  PROCEDURE DIVISION USING ACJ-RECORD.                            saccl00p
004400***************************************************************** saccl00p
004500* Append the record to the ACCJRNL journal.  ACCJRNL is an    *   saccl00p
004600* ESDS so records simply accumulate in arrival order; no key  *   saccl00p
004700* is needed or supplied.                                      *   saccl00p
004800***************************************************************** saccl00p
004900      EXEC CICS WRITE                                             saccl00p
005000                DATASET('ACCJRNL')                                saccl00p
005100                FROM(ACJ-RECORD)                                  saccl00p
005200                RESP(WS-RESP)                                     saccl00p
005300      END-EXEC.                                                   saccl00p
005400      EXEC CICS RETURN                                            saccl00p
005500      END-EXEC.                                                   saccl00p
005600      GOBACK.                                                     saccl00p
005700*                                                                 saccl00p
005800* $ Version 1.00 sequenced on Thursday 15 Oct 2026 at 1:00pm      saccl00p
