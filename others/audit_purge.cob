      *> image, so the archive stays byte-identical to what the
      *> audit rules required the shop to keep.
FD archive-file.
01 archive-record PIC X(187).

FD parameter-file.
01 parameter-record.
