*> GLMAPREC - general ledger account mapping record, indexed on
*> department id plus operation code. The HELLOJE journal feed
*> posts each GLEXTR detail to the ledger account its
*> department and operation map to here, so the ledger no longer
*> re-summarizes the raw feed onto its own codes every morning
*> from a spreadsheet that drifts from ours. A pair whose
*> department and operation have no entry is posted to the
*> suspense account on the JEPARM parameter file and listed on
*> the HELLOJE exception report - never dropped. Maintained on
*> the HELLOGLM supervisor screen only.
01 gl-map-record.
    05 glmap-key.
        10 glmap-dept-id PIC X(4).
        10 glmap-operation PIC X.
    05 glmap-account PIC X(10).
    05 glmap-description PIC X(30).
