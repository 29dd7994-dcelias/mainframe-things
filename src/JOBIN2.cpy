      *----------------------------------------------------------------*
      *    Effective-PARM extract record, cut by JOBXTR from the JOB
      *    library: one record per PROC step of every EXEC of a
      *    cataloged PROC, carrying the PARM that step really runs
      *    with once the job's PARM.step= / PARM= overrides and its
      *    symbolic overrides (EXEC and SET) have been applied over
      *    the PROC's own. The first 160 bytes follow the PROCIN2
      *    layout with the job in place of the PROC member - Job2-
      *    Library the JOB library, Job2-Job-Name the job - so the
      *    readers of PROCIN2 (Parms' batch scan, Presubmt's lookup,
      *    Parmcomp) take either file through the same logic; the
      *    tail names the job's EXEC step and the PROC it expanded,
      *    and Job2-Proc-Library - the library that PROC came from -
      *    is the one whose rule set a job's PARM is checked against.
      *----------------------------------------------------------------*
       01 Job-In2-Record.
          03 Job2-Library       Pic  X(44).
          03 Job2-Job-Name      Pic  X(08).
          03 Job2-Step-Name     Pic  X(08).
          03 Job2-Parm-Value    Pic  X(100).
          03 Job2-Exec-Step     Pic  X(08).
          03 Job2-Proc-Name     Pic  X(08).
          03 Job2-Proc-Library  Pic  X(44).
