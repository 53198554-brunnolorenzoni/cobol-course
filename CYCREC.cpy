002494         88  CYC-BACKUP-DONE     VALUE "Y".
002496     03  CYC-DUPCHK-SW           PIC X(01).
002498         88  CYC-DUPCHK-DONE     VALUE "Y".
002508     03  CYC-SETTLE-SW           PIC X(01).
002518         88  CYC-SETTLE-DONE     VALUE "Y".
002521     03  CYC-REGSCR-SW           PIC X(01).
002524         88  CYC-REGSCR-DONE     VALUE "Y".
002534     03  CYC-FEEDCHK-SW          PIC X(01).
002544         88  CYC-FEEDCHK-DONE    VALUE "Y".
002554     03  CYC-DISTRIB-SW          PIC X(01).
002564         88  CYC-DISTRIB-DONE    VALUE "Y".
002574     03  CYC-JOBS-SW             PIC X(01).
002584         88  CYC-JOBS-DONE       VALUE "Y".
002594*
002604*    THE SCHEDULED JOBS (JSCHREC) ALREADY COMPLETED TONIGHT, SO
002614*    A RESTART AFTER A JOB STOPPED THE CHAIN RERUNS ONLY THE JOBS
002624*    STILL OUTSTANDING. AN OLDER RECORD READS THE COUNT AS SPACES
002634*    AND IS TAKEN AS NONE.
002644*
002654     03  CYC-JOB-DONE-COUNT      PIC 9(02).
002664     03  CYC-JOB-DONE-NAME       PIC X(08) OCCURS 20 TIMES.
002665*
002666*    THE PRE-FLIGHT REFERENTIAL INTEGRITY CHECK (INTCHK01). TAKEN
002668*    FROM THE OLD FILLER, SO THE RECORD KEEPS ITS LENGTH.
002669*
002671     03  CYC-INTCHK-SW           PIC X(01).
002672         88  CYC-INTCHK-DONE     VALUE "Y".
002674     03  FILLER                  PIC X(09).
