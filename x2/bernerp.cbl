001300*  dataset.  BERNDRV appends one record per error path under    *
001400*  DISP=MOD, so the records accumulate and nobody could tell    *
001500*  which exceptions the bridge team had already handled.  This  *
001600*  program reads BERNERR together with the acknowledgement      *
001700*  dataset BERNACK, matches each exception on                   *
001800*  (ER-DATE, ER-TIME, ER-JOBNAME, ER-PARA) against its          *
001900*  acknowledgement, and prints to BERNRPT an operations report  *
002000*  of the open exceptions aged by days outstanding, with        *
002300*                                                                *
002400*  An acknowledgement record repeats the exception's date,      *
002500*  time, jobname and paragraph and adds the acknowledging       *
002600*  operator and the date acknowledged.  The records are         *
002610*  written by the BERNACKS acknowledgement screen, which signs  *
002620*  the operator on against BERNAUTH:                            *
002700*      COLS 01-08  DATE, 10-17 TIME, 19-26 JOBNAME,             *
002800*      COLS 28-47  PARAGRAPH, 49-56 OPERATOR, 58-65 ACK DATE    *
002900*                                                                *
004300*  ---------------------                                        *
004400*  2026-08-26  ASG  New program.  Replaces the grep of the      *
004500*                   exception dataset after a bad week.         *
004510*  2026-10-15  ASG  BERNACK is now written by the BERNACKS      *
004520*                   screen instead of by hand.                  *
004600*                                                                *
004700******************************************************************
004800 ENVIRONMENT DIVISION.
