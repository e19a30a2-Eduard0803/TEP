*> PWDSCRN - the password screens every sign-on shows. The
*> entry fields are SECURE, so nothing keyed is echoed.
01 password-screen.
    05 BLANK SCREEN.
    05 LINE 1 COLUMN 1 VALUE 'SIGN-ON'.
    05 LINE 3 COLUMN 1 VALUE 'Operator id:'.
    05 LINE 3 COLUMN 20 PIC X(8) FROM pwd-operator-id.
    05 LINE 4 COLUMN 1 VALUE 'Password:'.
    05 LINE 4 COLUMN 20 PIC X(16) USING pwd-entry SECURE.

01 password-change-screen.
    05 BLANK SCREEN.
    05 LINE 1 COLUMN 1 VALUE 'PASSWORD CHANGE'.
    05 LINE 3 COLUMN 1 VALUE 'Operator id:'.
    05 LINE 3 COLUMN 20 PIC X(8) FROM pwd-operator-id.
    05 LINE 4 COLUMN 1 VALUE 'New password:'.
    05 LINE 4 COLUMN 20 PIC X(16) USING pwd-new-entry SECURE.
    05 LINE 5 COLUMN 1 VALUE 'Key it again:'.
    05 LINE 5 COLUMN 20 PIC X(16) USING pwd-confirm-entry SECURE.
