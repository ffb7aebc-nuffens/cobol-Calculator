      *>****************************************************************
      *>  ICPREC.CPY
      *>
      *>  INTERCOMPANY PAIRING TABLE RECORD.  ONE RECORD PER PAIR OF
      *>  COMPANIES THAT MAY PAY ON EACH OTHER'S BEHALF: WHEN A
      *>  TRANSACTION KEYED UNDER ICP-PAYING-COMPANY POSTS TO AN
      *>  ACCOUNT OF ICP-OWNING-COMPANY, CALC BOOKS THE POSTING IN
      *>  THE OWNING COMPANY'S LEDGER AND GENERATES THE MATCHING
      *>  PAIR OF INTERCOMPANY ENTRIES:
      *>
      *>      DUE-FROM  ICP-DUE-FROM-ACCOUNT, IN THE PAYING COMPANY'S
      *>                BOOKS, FOR THE AMOUNT POSTED -- WHAT THE
      *>                OWNING COMPANY NOW OWES IT
      *>      DUE-TO    ICP-DUE-TO-ACCOUNT, IN THE OWNING COMPANY'S
      *>                BOOKS, FOR THE AMOUNT NEGATED
      *>
      *>  SO THE TWO NET TO ZERO ACROSS THE COMPANIES, WHICH CALCRECN
      *>  PROVES EVERY DAY.  EACH DIRECTION IS ITS OWN RECORD -- A
      *>  PAIR KEYED ONE WAY ONLY LETS ONE COMPANY PAY FOR THE OTHER
      *>  BUT NOT THE REVERSE.  A SMALL SEQUENTIAL FILE KEPT BY THE
      *>  LEDGER TEAM, LIKE THE PAYROLL TRANSLATION TABLE (PXLREC.CPY);
      *>  EVERY PROGRAM THAT READS IT LOADS IT WHOLE AND REFUSES TO
      *>  RUN IF A PAIR APPEARS TWICE OR NAMES THE SAME COMPANY ON
      *>  BOTH SIDES.  A POSTING ACROSS COMPANIES WITH NO PAIR ON
      *>  THE TABLE IS REJECTED AS WRONGCO, NEVER GUESSED AT.
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL LAYOUT FOR THE SECOND LEGAL ENTITY.
      *>****************************************************************
       01  ICP-RECORD.
           05  ICP-PAYING-COMPANY    PIC X(04).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  ICP-OWNING-COMPANY    PIC X(04).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  ICP-DUE-FROM-ACCOUNT  PIC X(10).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  ICP-DUE-TO-ACCOUNT    PIC X(10).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  ICP-DESCRIPTION       PIC X(20).
