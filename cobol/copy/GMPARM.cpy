000700*                                                               *
000800*  KEYWORDS AND THE PROGRAMS THAT READ THEM:                    *
000900*      RANGE-HI    HIGH END OF THE GUESSING RANGE               *
001000*                  (GUESS, TRANSBAT, TOURNEY, ABANDON)          *
001010*      MAX-TRIES   TRIES ALLOWED BEFORE THE ROUND IS LOST       *
001020*                  (GUESS, TRANSBAT, TOURNEY, ABANDON)          *
001030*      RATE-BAND   1 = GUESS PICKS THE RANGE FROM THE PLAYERS   *
001040*                  RATING BAND, 0 = GLOBAL RANGE-HI             *
001045*                  (GUESS, ABANDON)                             *
001070*      ROLLUP-PD   ROLLUP PERIOD YYYYMM (ROLLUP, PRIZAWD)       *
001091*      AGE-DAYS    SUSPENSE AGING LIMIT IN DAYS (SUSPCORR)      *
001092*      REST-FILE   1 = SCORES, 2 = AUDIT (RESTORE)              *
001093*      ASOF-DT     ARCHIVE AS-OF DATE YYYYMMDD (ARCHIVE)        *
001099*      STMT-ID     SINGLE PLAYER ID, COLS 11-15 (STATEMNT)      *
001101*      OFF-DAYS    DAYS SINCE LAST ROUND BEFORE A PLAYER MAY    *
001102*                  BE ANONYMIZED, DEFAULT 0 (OFFBOARD)          *
001103*      SIM-FROM    FIRST DAY YYYYMMDD TO RESCORE, DEFAULT THE   *
001104*                  FIRST OF THE MONTH (SCORSIM)                 *
001105*      SIM-TO      LAST DAY YYYYMMDD TO RESCORE, DEFAULT        *
001106*                  TODAY (SCORSIM)                              *
001109*      DET-DAYS    DAYS OF HISTORY BEFORE THE DETECTION DAY,    *
001110*                  DEFAULT 30 (WATCHDET)                        *
001111*      DET-WINS    WINS IN A BAND BEFORE ITS RATES ARE TESTED,  *
001112*                  DEFAULT 10 (WATCHDET)                        *
001113*      DET-HITS    FEWEST EARLY HITS THAT CAN FLAG A PLAYER,    *
001114*                  DEFAULT 3 (WATCHDET)                         *
001115*      DET-FACT    MULTIPLE OF THE CHANCE EXPECTATION ALLOWED,  *
001116*                  DEFAULT 3 (WATCHDET)                         *
001117*      VOL-MIN     FEWEST BATCH/WEB ROUNDS IN A DAY THAT CAN    *
001118*                  FLAG A VOLUME JUMP, DEFAULT 20 (WATCHDET)    *
001119*      VOL-FACT    MULTIPLE OF THE DAILY AVERAGE ALLOWED,       *
001120*                  DEFAULT 5 (WATCHDET)                         *
001121*      REC-DAYS    DAYS OF GUESS HISTORY SEARCHED FOR ABANDONED *
001122*                  ROUNDS, DEFAULT 7 (ABANDON)                  *
001123*      REC-IDLE    MINUTES SINCE THE LAST GUESS BEFORE AN OPEN  *
001124*                  ROUND COUNTS AS ABANDONED, DEFAULT 60        *
001125*                  (ABANDON)                                    *
001126*      PROC-FUNC   0 = ADVANCE THE PROCESSING DATE, 1 = SHOW,   *
001127*                  2 = SET IT FROM PROC-SET (DATECTL)           *
001128*      PROC-SET    PROCESSING DATE YYYYMMDD FOR PROC-FUNC 2     *
001129*                  (DATECTL)                                    *
001130*      WIN-START   EARLIEST START OF THE NIGHTLY WINDOW, HHMM,  *
001131*                  DEFAULT 2000 (DATECTL)                       *
001132*      CASE-DAYS   DAYS A DISPUTE CASE MAY STAY OPEN BEFORE     *
001133*                  IT IS FLAGGED OVERDUE, DEFAULT 14 (DISPUTE)  *
001134*      PRIZE-PD    PRIZE PERIOD YYYYMM, DEFAULT ROLLUP-PD, ELSE *
001135*                  THE CURRENT MONTH (PRIZAWD)                  *
001136*      PRIZE-FUNC  0 = AWARD REGISTER ONLY, 1 = PAY (PRIZAWD)   *
001137*      PRIZE-OK    APPROVED AMOUNT PAYABLE IN CENTS, AS PRINTED *
001138*                  ON THE SIGNED REGISTER (PRIZAWD)             *
001139*      PRIZE-AP    APPROVED PERIOD YYYYMM, AS PRINTED ON THE    *
001140*                  SIGNED REGISTER (PRIZAWD)                    *
001141*      PRIZE-HASH  APPROVED PAYEE HASH TOTAL, AS PRINTED ON     *
001142*                  THE SIGNED REGISTER.  THE PAY RUN NEEDS ALL  *
001143*                  THREE PRIZE APPROVAL CARDS TO MATCH WHAT IT  *
001144*                  RECOMPUTES, SO REMOVE THEM AFTER THE PAY RUN *
001145*                  (PRIZAWD)                                    *
001146*      DIV-FUNC    0 = SEASON START, 1 = STANDINGS (DEFAULT),   *
001147*                  2 = SEASON END (DIVISION)                    *
001148*                                                               *
001149*  REPORT-DT, RECON-DT, RATE-DT AND DETECT-DT ARE RETIRED:      *
001150*  LEADRPT, EXTRACT, TEAMRPT, JOBSTAT, RECONBAL, RATING AND     *
001151*  WATCHDET TAKE THEIR DAY FROM THE PROCESSING-DATE CONTROL     *
001152*  RECORD (PROCDATE, SEE GMPDTE) KEPT BY DATECTL.               *
001100*****************************************************************
001200*  MODIFICATION HISTORY                                         *
001300*  2025-03-20  TG   NEW COPYBOOK                                *
001310*  2025-05-30  TG   KEYWORD LIST BROUGHT UP TO DATE WITH ALL    *
001320*                   THE CARD-DRIVEN JOBS                        *
001330*  2025-08-08  TG   TEAMRPT AND JOBSTAT ADDED TO REPORT-DT      *
001340*  2026-10-15  TG   SIM-FROM AND SIM-TO FOR SCORSIM             *
001350*  2026-10-15  TG   DETECTION CARDS FOR WATCHDET                *
001360*  2026-10-15  TG   RECOVERY CARDS FOR ABANDON                  *
001370*  2026-10-15  TG   PROCESSING-DATE CARDS FOR DATECTL; THE      *
001380*                   REPORT-DT, RECON-DT AND RATE-DT CARDS       *
001390*                   RETIRED                                     *
001391*  2026-10-15  TG   CASE-DAYS FOR DISPUTE                       *
001393*  2026-10-15  TG   PRIZE AWARD CARDS FOR PRIZAWD               *
001395*  2026-10-15  TG   DIV-FUNC FOR DIVISION                       *
001396*  2026-10-15  TG   DETECT-DT RETIRED - WATCHDET TAKES ITS      *
001397*                   DAY FROM PROCDATE                           *
001398*  2026-10-15  TG   PRIZE-AP AND PRIZE-HASH APPROVAL CARDS FOR  *
001399*                   PRIZAWD                                     *
001400*****************************************************************
001500 01  PARM-REC.
001600     05  PARM-KEYWORD            PIC X(10).
