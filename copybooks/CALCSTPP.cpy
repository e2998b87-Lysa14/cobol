*> Record layout for the CALCSTEP request file CALCSTEP.PRM, written
*> by scripts/run_step.sh around each CALCNITE step and by
*> scripts/run_stepovr.sh for an operator override:
*>   BEGIN    step      -- may the step run? (answer in CALCSTEP.ANS)
*>   END      step, rc  -- the step finished with this return code
*>   OVERRIDE step, operator, reason
*>                      -- re-execute the step on the next rerun
*>   CLOSE    step, operator, reason
*>                      -- stop an unfinished step holding the night
*>                         open; the next night gets its own date
*> The business date is always the one in CALCBDTE.DAT.
01  STEP-PARM-RECORD.
    05  STP-FUNCTION        PIC X(8).
    05  STP-STEP-NAME       PIC X(8).
    05  STP-RETURN-CODE     PIC 9(4).
    05  STP-OPERATOR        PIC X(8).
    05  STP-REASON          PIC X(40).
