*> Record layout for the CALCMNT maintenance transaction file. One
*> transaction per record, processed in file order against the master
*> parameter and test-case files. Changes are maker-checker: an ADD,
*> CHANGE or DELETE is edited and then held on the CALCMNTQ.DAT
*> pending-change queue (copybooks/CALCMNTP.cpy) until a different
*> operator approves or rejects it -- always for CALCPARM.DAT and
*> LEGACY.DAT, and for the other two files too unless the "CALCMNT"
*> parameter record allows them single-handed:
*>   TXN-ACTION  A=ADD, C=CHANGE, D=DELETE,
*>               V=APPROVE a pending change, R=REJECT one
*>   TXN-FILE    P=CALCPARM.DAT, A=ADDTESTS.DAT, C=CALCTESTS.DAT,
*>               L=LEGACY.DAT
*>   TXN-USER    operator id/initials of whoever keyed the change --
*>               required, and carried onto the audit trail so "who
*>               changed it" has an answer. On V and R it is the
*>               checker, who may not be the operator who keyed the
*>               change
*>   TXN-KEY     for V and R: the 7-digit pending change ID;
*>               for P: the PARM-TEST-ID; for A: the 7-digit record
*>               number; for C and L: the 7-digit permanent case ID
*>               from the indexed master (ignored on ADD -- the next
*>               unused case ID is assigned and audited)
*>   TXN-DATA    the new record image in the target file's layout --
*>               for P just the expected-result/tolerance portion,
*>               since the test ID is already in TXN-KEY; for R the
*>               rejection reason (required), for V unused
01  MAINT-TXN-RECORD.
    05  TXN-ACTION      PIC X(1).
    05  TXN-FILE        PIC X(1).
