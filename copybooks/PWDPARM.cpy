*> PWDPARM - password rules, one record read at every sign-on.
*> Days a password lasts before it must be changed (zero = 90),
*> and the fewest characters a new one may have (zero = 6). A
*> missing or blank file leaves both at their defaults.
01 password-parameter-record.
    05 pwdp-expiry-days PIC 9(3).
    05 pwdp-minimum-length PIC 9(2).
