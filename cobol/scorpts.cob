002000*  WITH NO TABLE OR NO MATCHING BAND A BUILT-IN FALLBACK OF    *
002100*  BASE 100, DEDUCT 5, BONUS 25 APPLIES SO POSTING NEVER        *
002200*  STOPS ON A CONFIGURATION GAP.                                *
002210*                                                               *
002220*  SCORSIM APPLIES THE SAME RULES TO A CANDIDATE TABLE FOR      *
002230*  WHAT-IF RUNS - A RULE CHANGE HERE MUST BE MADE THERE TOO.    *
002300*****************************************************************
002400*  MODIFICATION HISTORY                                         *
002500*  2025-05-09  TG   NEW PROGRAM                                 *
002510*  2026-10-15  TG   NOTE ON THE SCORSIM COPY OF THE RULES       *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
