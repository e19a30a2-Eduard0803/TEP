*> PWDWS - the fields every sign-on uses to take, fold and judge
*> a password. COPY this into any program that takes a sign-on,
*> so every one of them folds the same bytes the same way and a
*> password set on one screen is good on all of them. The fold
*> is the same MOD 999999937 byte fold that seals the audit
*> master, run over the id and the password together.
01 password-work-area.
    05 pwd-operator-id PIC X(8).
    05 pwd-entry PIC X(16).
    05 pwd-new-entry PIC X(16).
    05 pwd-confirm-entry PIC X(16).
    05 pwd-fold-image.
        10 pwd-fold-id PIC X(8).
        10 pwd-fold-password PIC X(16).
    05 pwd-fold-index PIC 9(3).
    05 pwd-fold-value PIC 9(9).
    05 pwd-history-index PIC 9.
    05 pwd-length PIC 9(2).
    05 pwd-age-days PIC S9(8).
    05 pwd-expiry-days PIC 9(3) VALUE 90.
    05 pwd-minimum-length PIC 9(2) VALUE 6.
    05 pwd-match-flag PIC X.
    05 pwd-refusal-reason PIC X(40).
