
    01 Y34173D-UPDATE-JRNL-REC.
        05 Y34173D-JRN-RUN-KEY.
           10 Y34173D-JRN-BUSINESS-DATE      PIC 9(08).
           10 Y34173D-JRN-CYCLE-NBR          PIC 9(02).
           10 Y34173D-JRN-PROGRAM-ID         PIC X(08).
        05 Y34173D-JRN-STAMP-DATE            PIC 9(08).
        05 Y34173D-JRN-STAMP-TIME            PIC 9(08).
        05 Y34173D-JRN-SEQ-NBR               PIC 9(09).
        05 Y34173D-JRN-FILE-NAME             PIC X(10).
           88 Y34173D-JRN-SUSPMST                  VALUE "SUSPMST".
           88 Y34173D-JRN-RETRYHIST                VALUE "RETRYHIST".
           88 Y34173D-JRN-RCYHIST                  VALUE "RCYHIST".
           88 Y34173D-JRN-CASEMST                  VALUE "CASEMST".
        05 Y34173D-JRN-ACTION                PIC X(01).
           88 Y34173D-JRN-ADDED                    VALUE "A".
           88 Y34173D-JRN-CHANGED                  VALUE "C".
        05 Y34173D-JRN-SUSPENSE-KEY          PIC X(50).
        05 Y34173D-JRN-BEFORE-IMAGE          PIC X(200).
