      *Prime rate lookup module
      *Called with a PRIME-RATE-REQUEST by loan origination, loan
      *terms capture and the repricing step to find the prime rate
      *in force on a given date: the rate with the latest effective
      *date not after it. The prime rate file is small and changes
      *between calls (a rate can be captured while a workstation is
      *open), so it is read afresh on every call.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projPrimeRateLookup.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PRIME-RATE-FILE ASSIGN TO 'projectPrimeRates.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-EFFECTIVE-DATE
                FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRIME-RATE-FILE.
       COPY projectPrimeRateBook.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".

       LINKAGE SECTION.
       COPY projectPrimeReqBook.

       PROCEDURE DIVISION USING PRIME-RATE-REQUEST.

           MOVE "N" TO PRQ-RESULT
           MOVE 0   TO PRQ-RATE
           MOVE 0   TO PRQ-EFFECTIVE-DATE
           MOVE "N" TO END-OF-FILE
           OPEN INPUT PRIME-RATE-FILE
            IF FILE-STATUS = "00"
              MOVE 0 TO PRM-EFFECTIVE-DATE
              START PRIME-RATE-FILE
                    KEY IS NOT LESS THAN PRM-EFFECTIVE-DATE
                INVALID KEY
                  MOVE "Y" TO END-OF-FILE
              END-START
              PERFORM UNTIL END-OF-FILE = "Y"
                READ PRIME-RATE-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    IF PRM-EFFECTIVE-DATE > PRQ-AS-AT-DATE
                       MOVE "Y" TO END-OF-FILE
                    ELSE
                       MOVE "Y"                TO PRQ-RESULT
                       MOVE PRM-RATE           TO PRQ-RATE
                       MOVE PRM-EFFECTIVE-DATE TO PRQ-EFFECTIVE-DATE
                    END-IF
                END-READ
              END-PERFORM
            END-IF
           CLOSE PRIME-RATE-FILE.
         GOBACK.
