        88 oper-active VALUE 'A'.
        88 oper-inactive VALUE 'I'.
    05 oper-fail-count PIC 9(2).
*> The password is never held in clear: oper-password-hash is
*> the fold of the id and the password together (PWDWS), so two
*> operators on the same password still file different values.
*> oper-password-date is when it was last set; past the PWDPARM
*> expiry the next sign-on must choose a new one. A reset on
*> HELLOOPM files a temporary password at status M, which must
*> be changed at the first sign-on after. Status space is an id
*> that has never had a password - one on file before they came
*> in - and takes its own id as a temporary password. The
*> history keeps the folds of the last three passwords the
*> operator chose, newest first, so none of them can come back.
    05 oper-password-hash PIC 9(9).
    05 oper-password-date PIC 9(8).
    05 oper-password-status PIC X.
        88 oper-password-unset VALUE SPACE.
        88 oper-password-must-change VALUE 'M'.
        88 oper-password-chosen VALUE 'S'.
    05 oper-password-history PIC 9(9) OCCURS 3 TIMES.
