      *Complaint Category Service Level Databook
      *The complaint categories in the order the regulator's return
      *reports them, each with its description and the service
      *levels it is held to: calendar days from receipt to
      *acknowledge the complaint and to give the final response.
       01 COMPLAINT-SLA-VALUES.
        05 FILLER PIC X(4)  VALUE "SERV".
        05 FILLER PIC X(20) VALUE "SERVICE QUALITY".
        05 FILLER PIC 9(3)  VALUE 3.
        05 FILLER PIC 9(3)  VALUE 15.
        05 FILLER PIC X(4)  VALUE "FEES".
        05 FILLER PIC X(20) VALUE "FEES AND CHARGES".
        05 FILLER PIC 9(3)  VALUE 3.
        05 FILLER PIC 9(3)  VALUE 15.
        05 FILLER PIC X(4)  VALUE "PROD".
        05 FILLER PIC X(20) VALUE "PRODUCT TERMS".
        05 FILLER PIC 9(3)  VALUE 5.
        05 FILLER PIC 9(3)  VALUE 35.
        05 FILLER PIC X(4)  VALUE "STAF".
        05 FILLER PIC X(20) VALUE "STAFF CONDUCT".
        05 FILLER PIC 9(3)  VALUE 2.
        05 FILLER PIC 9(3)  VALUE 30.
        05 FILLER PIC X(4)  VALUE "DIGI".
        05 FILLER PIC X(20) VALUE "DIGITAL CHANNELS".
        05 FILLER PIC 9(3)  VALUE 3.
        05 FILLER PIC 9(3)  VALUE 15.
        05 FILLER PIC X(4)  VALUE "FRAU".
        05 FILLER PIC X(20) VALUE "FRAUD AND SCAMS".
        05 FILLER PIC 9(3)  VALUE 1.
        05 FILLER PIC 9(3)  VALUE 35.
        05 FILLER PIC X(4)  VALUE "OTHR".
        05 FILLER PIC X(20) VALUE "OTHER".
        05 FILLER PIC 9(3)  VALUE 5.
        05 FILLER PIC 9(3)  VALUE 35.
       01 COMPLAINT-SLA-TABLE REDEFINES COMPLAINT-SLA-VALUES.
        05 CSLA-ENTRY OCCURS 7 TIMES.
         10 CSLA-CATEGORY          PIC X(4).
         10 CSLA-NAME              PIC X(20).
         10 CSLA-ACK-DAYS          PIC 9(3).
         10 CSLA-RESOLVE-DAYS      PIC 9(3).
       01 CSLA-COUNT               PIC 9(1) VALUE 7.
       01 CSLA-IDX                 PIC 9(1).
