000100***************************************************************** mbank70
000200*                                                               * mbank70
000300*   MBANK70.CPY                                                 * mbank70
000400*---------------------------------------------------------------  mbank70
000500*   Symbolic map generated from mapset MBANK70 (map BANK70A,    * mbank70
000600*   the ACCTFILE account maintenance screen used by             * mbank70
000700*   administrators to open, describe, move, freeze, reinstate   * mbank70
000800*   and close customer accounts online).                        * mbank70
000900***************************************************************** mbank70
001000 01  BANK70AI.                                                    mbank70
001100     02  FILLER                     PIC X(12).                    mbank70
001200     02  ACTIONL                    COMP PIC S9(4).               mbank70
001300     02  ACTIONF                    PIC X.                        mbank70
001400     02  FILLER REDEFINES ACTIONF.                                mbank70
001500         03  ACTIONA                PIC X.                        mbank70
001600     02  ACTIONI                    PIC X(01).                    mbank70
001700     02  MACCNOL                    COMP PIC S9(4).               mbank70
001800     02  MACCNOF                    PIC X.                        mbank70
001900     02  FILLER REDEFINES MACCNOF.                                mbank70
002000         03  MACCNOA                PIC X.                        mbank70
002100     02  MACCNOI                    PIC X(08).                    mbank70
002200     02  MOWNERL                    COMP PIC S9(4).               mbank70
002300     02  MOWNERF                    PIC X.                        mbank70
002400     02  FILLER REDEFINES MOWNERF.                                mbank70
002500         03  MOWNERA                PIC X.                        mbank70
002600     02  MOWNERI                    PIC X(08).                    mbank70
002700     02  MDESCL                     COMP PIC S9(4).               mbank70
002800     02  MDESCF                     PIC X.                        mbank70
002900     02  FILLER REDEFINES MDESCF.                                 mbank70
003000         03  MDESCA                 PIC X.                        mbank70
003100     02  MDESCI                     PIC X(20).                    mbank70
003200 01  BANK70AO REDEFINES BANK70AI.                                 mbank70
003300     02  FILLER                     PIC X(12).                    mbank70
003400     02  FILLER                     PIC X(03).                    mbank70
003500     02  TXT01C                     PIC X.                        mbank70
003600     02  FILLER                     PIC X(08).                    mbank70
003700     02  SCRNC                      PIC X.                        mbank70
003800     02  HEAD1C                     PIC X.                        mbank70
003900     02  HEAD1O                     PIC X(40).                    mbank70
004000     02  HEAD2C                     PIC X.                        mbank70
004100     02  HEAD2O                     PIC X(40).                    mbank70
004200     02  VERC                       PIC X.                        mbank70
004300     02  VERO                       PIC X(08).                    mbank70
004400     02  TRANC                      PIC X.                        mbank70
004500     02  TRANO                      PIC X(04).                    mbank70
004600     02  TIMEC                      PIC X.                        mbank70
004700     02  TIMEO                      PIC X(08).                    mbank70
004800     02  DATEC                      PIC X.                        mbank70
004900     02  DATEO                      PIC X(11).                    mbank70
005000     02  TXT02C                     PIC X.                        mbank70
005100     02  ACTIONC                    PIC X.                        mbank70
005200     02  ACTIONO                    PIC X(01).                    mbank70
005300     02  TXT03C                     PIC X.                        mbank70
005400     02  MACCNOC                    PIC X.                        mbank70
005500     02  MACCNOO                    PIC X(08).                    mbank70
005600     02  TXT04C                     PIC X.                        mbank70
005700     02  MOWNERC                    PIC X.                        mbank70
005800     02  MOWNERO                    PIC X(08).                    mbank70
005900     02  TXT05C                     PIC X.                        mbank70
006000     02  MONAMEC                    PIC X.                        mbank70
006100     02  MONAMEO                    PIC X(20).                    mbank70
006200     02  TXT06C                     PIC X.                        mbank70
006300     02  MDESCC                     PIC X.                        mbank70
006400     02  MDESCO                     PIC X(20).                    mbank70
006500     02  TXT07C                     PIC X.                        mbank70
006600     02  MBALC                      PIC X.                        mbank70
006700     02  MBALO                      PIC X(11).                    mbank70
006800     02  TXT08C                     PIC X.                        mbank70
006900     02  MSTATC                     PIC X.                        mbank70
007000     02  MSTATO                     PIC X(08).                    mbank70
007100     02  ERRMSGC                    PIC X.                        mbank70
007200     02  ERRMSGO                    PIC X(40).                    mbank70
007300     02  TXT09C                     PIC X.                        mbank70
007400*                                                                 mbank70
007500* $ Version 1.00 sequenced on Thursday 15 Oct 2026 at 1:00pm      mbank70
