000794* JH-OPERATOR-ID SAYS WHO WAS SIGNED ON FOR AN OPERATOR-DRIVEN
000795* RUN (THE ENTRY SESSION). IT IS ZEROS ON A BATCH PROGRAM'S
000796* RECORD - NOBODY IS AT THE CONSOLE FOR THOSE.
000810*
000825* JH-RUN-MODE IS "C" ON A BATCHCTL RECORD WRITTEN BY A CATCH-UP
000840* RUN (ONE RECORD PER BUSINESS DATE THE RUN WORKED THROUGH) AND
000855* SPACE ON EVERY ORDINARY RUN. IT IS TAKEN OUT OF THE FILLER SO
000870* AN OLDER RECORD STILL READS - AS AN ORDINARY RUN.
000871* IT IS "D" ON THE BATCHCTL RECORD A DRY RUN WRITES IN THE SHADOW
000872* SET (DRYRUN01) - NEVER ON THE LIVE JOB HISTORY.
000873*
000874* JH-FUNCTION IS SET ONLY ON AN OPSMNU01 RECORD WRITTEN FOR A
000876* MENU SELECTION - THE FUNCTION CODE (FNTBL) THE OPERATOR PICKED.
000878* IT IS SPACES ON EVERY OTHER RECORD. IT IS ADDED AT THE END OF
000880* THE RECORD, SO AN OLDER, SHORTER RECORD STILL READS - WITH NO
000882* FUNCTION.
000885******************************************************************
000900 01  JOB-HIST-RECORD.
001000     03  JH-PROGRAM-ID           PIC X(16).
001100     03  JH-RUN-DATE             PIC 9(08).
001400     03  JH-RETURN-CODE          PIC 9(04).
001450     03  JH-TRAN-COUNT           PIC 9(06).
001460     03  JH-OPERATOR-ID          PIC 9(06).
001473     03  JH-RUN-MODE             PIC X(01).
001486         88  JH-CATCHUP-RUN      VALUE "C".
001493         88  JH-DRYRUN-RUN       VALUE "D".
001500     03  FILLER                  PIC X(03).
001510     03  JH-FUNCTION             PIC X(08).
