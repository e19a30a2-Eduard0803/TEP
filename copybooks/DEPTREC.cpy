*> DEPTREC - department master record, indexed on dept-id the
*> way the operator master is on oper-id. A department must be
*> on this master, and open, before HELLOEDIT lets its slice
*> through - a typo in a feeder header used to open a bracket,
*> post into a brand-new DEPTBAL record and go out on GLEXTR
*> under a department that never existed. A department is never
*> deleted, only closed, so its balances and history keep a
*> name to print against. The four allow flags say which
*> operation codes the department may send; dept-max-amount is
*> the largest first or second number (either sign) the edit
*> lets through in a single pair - zero means no ceiling.
*> Maintained on the HELLODPM supervisor screen only.
01 department-record.
    05 dept-id PIC X(4).
    05 dept-name PIC X(20).
    05 dept-status PIC X.
        88 dept-open VALUE 'O'.
        88 dept-closed VALUE 'C'.
    05 dept-allowed-operations.
        10 dept-allow-add PIC X.
        10 dept-allow-subtract PIC X.
        10 dept-allow-multiply PIC X.
        10 dept-allow-divide PIC X.
    05 dept-max-amount PIC 9(7)V99.
