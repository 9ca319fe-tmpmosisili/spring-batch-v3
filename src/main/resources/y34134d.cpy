        05 Y34134D-RUN-STATUS                PIC X(01).
           88 Y34134D-RUN-STARTED                  VALUE "S".
           88 Y34134D-RUN-COMPLETE                 VALUE "C".
           88 Y34134D-RUN-BACKED-OUT               VALUE "B".
