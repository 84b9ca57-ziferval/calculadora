    COPY CALCGL.

FD  GL-ARCHIVE-FILE.
01  GL-ARCHIVE-RECORD       PIC X(102).

WORKING-STORAGE SECTION.
01  WS-CKPT-FILE-STATUS     PIC X(02).
