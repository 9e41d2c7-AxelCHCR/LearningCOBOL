           05 FILLER                  PIC X.
           05 ACK-DATE                PIC 9(8).
      * Mismo layout que INVOICE-RECORD en rutinas.cbl (encabezado
      * "H", o "C" de nota de credito, que billing acusa igual por su
      * folio); los detalles "D"/"R" no se concilian, billing acusa
      * por documento.
       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           05 INV-REC-TYPE            PIC X.
                      AT END
                          SET END-OF-FILE TO TRUE
                      NOT AT END
                          IF INV-REC-TYPE = "H" OR "C"
                            PERFORM MATCH-ONE-INVOICE
                          END-IF
                  END-READ
