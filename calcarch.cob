      *>                  CALCSUSP RESPECTIVELY), SO LEAVING THEM
      *>                  OUT UNDERSTATED THE CLOSING CONTROL
      *>                  DOCUMENT BY THE HELD AMOUNTS.
      *>  OCT 15/26  AJ   ARCHIVE AND NEW-LOG RECORDS WIDENED TO THE
      *>                  121 BYTES OF AUDITREC.CPY NOW THAT IT
      *>                  CARRIES AUDIT-RUN-BY.
      *>  OCT 15/26  AJ   ARCHIVE AND NEW-LOG RECORDS WIDENED TO THE
      *>                  149 BYTES OF AUDITREC.CPY NOW THAT IT
      *>                  CARRIES THE ORIGINAL CURRENCY AND AMOUNT.
      *>  OCT 15/26  AJ   ARCHIVE AND NEW-LOG RECORDS WIDENED TO THE
      *>                  155 BYTES OF AUDITREC.CPY NOW THAT IT
      *>                  CARRIES THE COMPANY CODE.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCARCH.
           COPY AUDITREC.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD PIC X(155).

       FD  NEWLOG-FILE.
       01  NEWLOG-RECORD PIC X(155).

       FD  PARM-FILE.
       01  PARM-RECORD.
