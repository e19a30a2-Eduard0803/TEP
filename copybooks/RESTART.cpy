    05 restart-dept-count PIC 9(5).
    05 restart-dept-total PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05 restart-extract-count PIC 9(8).
*> The cycle the checkpoint belongs to, so a resumed run finishes
*> the cycle that abended rather than opening a new one.
    05 restart-cycle PIC 9(2).
