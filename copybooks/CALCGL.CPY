*> CALCAUD and CALCHIST grew, so a pre-cutover archive record read
*> through this layout still parses its trace key at the original
*> offsets and the appended fields simply read as spaces.
*> GL-POSTING-DATE is the date finance posts the line under. It is
*> GL-RUN-DATE unless the run's business date fell in a closed GL
*> period, when it is the start of the first open period after it
*> and GL-PERIOD-REDIRECT-FLAG is "Y". GL-RUN-DATE itself is never
*> moved, so the line keeps its run date + sequence identity.
01  GL-EXTRACT-RECORD.
    05  GL-RUN-DATE             PIC 9(8).
    05  GL-SEQUENCE-NUMBER      PIC 9(9).
    05  GL-COST-CENTER          PIC X(06).
    05  GL-OFFSET-ACCOUNT       PIC X(12).
    05  GL-SUSPENSE-FLAG        PIC X(01).
    05  GL-PERIOD-REDIRECT-FLAG PIC X(01).
    05  GL-POSTING-DATE         PIC 9(08).
