*> ----------------------------------------------- <*
*> SHADOW-RUN
*> Parallel-run switch for the nightly chain. SHADOW_RUN=Y, set on
*> NIGHTLY-CONTROL and inherited by SITE-CONSOLIDATE, DAY01-PUZZLE1,
*> DAY02-PUZZLE1 and SITE-RETURNS, runs the real night's extracts
*> through the whole chain while every file the chain writes -
*> history, site results, superseded and provenance logs, run lock
*> and lock audit, alerts, reports, merged extracts, checkpoints,
*> site returns and their register, the step restart file - goes
*> to a copy of the production name with "shadow-" in front of it:
*>
*>   results-history.dat   -> shadow-results-history.dat
*>   alerts.am             -> shadow-alerts.am
*>   results-history.lock  -> shadow-results-history.lock
*>
*> Production files are only ever read (extracts, calendar, closed
*> periods), so a shadow night can run beside the live one without
*> claiming or disturbing the live run lock. SHADOW_RUNPARMS names
*> an alternate control-card file for the shadow run - the change
*> being proven - and defaults to runparms.am, for proving a new
*> program version on unchanged parameters. SHADOW-COMPARE then
*> lines the two histories up. Steps on the night's list that run
*> any other program are skipped on a shadow night - those programs
*> only know the production files.
*>
*> The declaring program assigns the shared files to the names
*> below instead of to literals, e.g.
*>   SELECT RESULTS-HISTORY-FILE ASSIGN TO DYNAMIC HISTORY-FILE-NAME
*>   SELECT OPTIONAL ALERT-FILE ASSIGN TO DYNAMIC ALERT-FILE-NAME
*>   SELECT RUN-PARAMETERS-FILE
*>          ASSIGN TO DYNAMIC RUN-PARAMETERS-FILE-NAME
*> and PERFORMs RESOLVE-SHADOW-RUN (see SHADOW-RUN-SET) before it
*> opens any of them. Its own report names go through
*> BUILD-SHADOW-NAME the same way.
*> ----------------------------------------------- <*
01 SHADOW-RUN-AREA.
  05 SHADOW-RUN-TEXT         PIC X(3).
  05 SHADOW-RUN-FLAG         PIC X VALUE 'N'.
    88 SHADOW-RUN  VALUE 'Y'.
    88 LIVE-RUN    VALUE 'N'.
  05 SHADOW-FILE-PREFIX      PIC X(7) VALUE "shadow-".
  *> BUILD-SHADOW-NAME input and output: the production name, and
  *> the name this run must use for it.
  05 SHADOW-NAME-BASE        PIC X(92).
  05 SHADOW-NAME-RESULT      PIC X(92).

*> The shared files, as this run addresses them.
77 HISTORY-FILE-NAME         PIC X(92).
77 SITE-RESULTS-FILE-NAME    PIC X(92).
77 SUPERSEDED-FILE-NAME      PIC X(92).
77 PROVENANCE-FILE-NAME      PIC X(92).
77 ALERT-FILE-NAME           PIC X(92).
77 LOCK-FILE-NAME            PIC X(92).
77 LOCK-AUDIT-FILE-NAME      PIC X(92).
77 RUN-PARAMETERS-FILE-NAME  PIC X(92).
