*> Record layout for the CALCNITE step ledger CALCSTEP.DAT: one
*> record per business date and stream step, kept by CALCSTEP as the
*> wrapper script scripts/run_step.sh starts and ends each step.
*> STL-STATUS: S = started and never ended (the step abended or the
*> job was cancelled under it), C = completed (ended with one of the
*> stream's own return codes 0, 4 or 8 -- a held night is still a
*> completed step), F = failed (any other code: a runtime or script
*> failure), O = override pending (an operator asked for the step to
*> be re-executed), X = closed (an operator gave up on a step that
*> would not finish, so it no longer holds the night open; a rerun
*> skips it and hands back RC 8). A rerun of the stream skips every
*> step already at C and hands back the return code recorded for it,
*> so the COND tests downstream decide exactly as they did the first
*> time. The read-only reporters VRFY, HIST, RDY, OPS and ALRT are
*> the exception: they run again on every rerun, and like BDTE they
*> never hold a night open.
*> STL-RUN-ID is the CALCRUN.DAT run ID the step's program took, zero
*> for a program that keeps no run control. The override fields keep
*> the last operator override or close and how many there have been.
01  STEP-LEDGER-RECORD.
    05  STL-BUSINESS-DATE   PIC X(8).
    05  STL-STEP-NAME       PIC X(8).
    05  STL-STATUS          PIC X(1).
        88  STL-COMPLETED        VALUE "C".
        88  STL-UNFINISHED       VALUE "S" "F" "O".
        88  STL-CLOSED           VALUE "X".
    05  STL-RETURN-CODE     PIC 9(4).
    05  STL-RUN-ID          PIC 9(6).
    05  STL-ATTEMPTS        PIC 9(3).
    05  STL-START-TIMESTAMP PIC X(26).
    05  STL-END-TIMESTAMP   PIC X(26).
    05  STL-OVR-COUNT       PIC 9(2).
    05  STL-OVR-OPERATOR    PIC X(8).
    05  STL-OVR-TIMESTAMP   PIC X(26).
    05  STL-OVR-REASON      PIC X(40).
