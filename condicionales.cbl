      * re-evaluacion lo nego) o DENEGADO (nunca ha estado inscrito).
      * ENR-EFF-DATE es la fecha de la decision vigente; su
      * aniversario dispara la re-evaluacion anual (ver RENUEVA).
      * ENR-DOB es la fecha de nacimiento del solicitante; COTEJA la
      * usa con el nombre para detectar a quien regresa con otro
      * APP-ID.
       FD  ENROLL-MASTER.
       01  ENROLL-RECORD.
           05 ENR-APP-ID              PIC X(6).
           05 ENR-EFF-DATE            PIC 9(8).
           05 FILLER                  PIC X.
           05 ENR-STATUS              PIC X(10).
           05 FILLER                  PIC X.
           05 ENR-DOB                 PIC 9(8).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-RECORD.
           COPY JOBSTAT.
            END-READ.
            IF ENROLLEE-FOUND
              MOVE APP-NAME TO ENR-NAME
              MOVE APP-DOB TO ENR-DOB
              MOVE WS-TIER-DESC TO ENR-TIER
              MOVE WS-RUN-DATE-YYYYMMDD TO ENR-EFF-DATE
              IF WS-TIER-DESC = "TIER1" OR WS-TIER-DESC = "TIER2"
              MOVE SPACES TO ENROLL-RECORD
              MOVE APP-ID TO ENR-APP-ID
              MOVE APP-NAME TO ENR-NAME
              MOVE APP-DOB TO ENR-DOB
              MOVE WS-TIER-DESC TO ENR-TIER
              MOVE WS-RUN-DATE-YYYYMMDD TO ENR-EFF-DATE
              IF WS-TIER-DESC = "TIER1" OR WS-TIER-DESC = "TIER2"
