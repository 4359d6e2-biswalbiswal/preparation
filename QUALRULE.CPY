      * QUALRULE - CUSTOMER DATA-QUALITY RULE CONSTANTS
      * THE FIELD-LEVEL RULES THE 31B-QUAL SWEEP APPLIES TO CUSTMAST
      * AND 2B-MAIN AND 7B-TRAN ENFORCE AS EDITS ON ADDS AND CHANGES,
      * SO THE SWEEP AND THE EDITS NEVER DISAGREE:
      *     PH01  CM-PHONE NOT BLANK AND NOT ALL DIGITS (LETTERS,
      *           PUNCTUATION OR EMBEDDED BLANKS)
      *     PH02  CM-PHONE AREA CODE 000
      *     EM01  CM-EMAIL NOT BLANK AND HAS NO '@'
      *     OD01  CM-OPEN-DATE NOT A VALID YYYYMMDD DATE
      *     OD02  CM-OPEN-DATE LATER THAN TODAY
      *     OD03  CM-OPEN-DATE BEFORE QR-FOUNDED-DATE
      *     NM01  FIRST WORD OF CM-LNAME IS THE FIRST NAME - THE FULL
      *           NAME KEYED INTO THE LAST-NAME FIELD
      *     NM02  FIRST WORD OF CM-LNAME IS ON THE COMMON FIRST-NAME
      *           LIST AND THE FIRST WORD OF CM-FNAME IS NOT - THE
      *           NAMES KEYED INTO THE WRONG FIELDS
      * THE FIRST-NAME LIST LEAVES OUT NAMES THAT ARE ALSO COMMON
      * SURNAMES (JAMES, THOMAS, LEE ...) SO REAL LAST NAMES ARE NOT
      * CAUGHT.  ADD TO THE LIST BY EXTENDING QR-FIRST-NAME-VALUES
      * AND QR-FIRST-NAME-COUNT TOGETHER.
       01  QUALITY-RULES.
           05  QR-FOUNDED-DATE             PIC 9(08)  VALUE 19650101.
           05  QR-FIRST-NAME-COUNT         PIC S9(04) COMP VALUE 60.
           05  QR-FIRST-NAME-VALUES.
               10  FILLER                  PIC X(12)  VALUE 'MARY'.
               10  FILLER                  PIC X(12)  VALUE 'PATRICIA'.
               10  FILLER                  PIC X(12)  VALUE 'JENNIFER'.
               10  FILLER                  PIC X(12)  VALUE 'LINDA'.
               10  FILLER                  PIC X(12)  VALUE 'ELIZABETH'.
               10  FILLER                  PIC X(12)  VALUE 'BARBARA'.
               10  FILLER                  PIC X(12)  VALUE 'SUSAN'.
               10  FILLER                  PIC X(12)  VALUE 'JESSICA'.
               10  FILLER                  PIC X(12)  VALUE 'SARAH'.
               10  FILLER                  PIC X(12)  VALUE 'KAREN'.
               10  FILLER                  PIC X(12)  VALUE 'NANCY'.
               10  FILLER                  PIC X(12)  VALUE 'LISA'.
               10  FILLER                  PIC X(12)  VALUE 'BETTY'.
               10  FILLER                  PIC X(12)  VALUE 'MARGARET'.
               10  FILLER                  PIC X(12)  VALUE 'SANDRA'.
               10  FILLER                  PIC X(12)  VALUE 'ASHLEY'.
               10  FILLER                  PIC X(12)  VALUE 'DOROTHY'.
               10  FILLER                  PIC X(12)  VALUE 'KIMBERLY'.
               10  FILLER                  PIC X(12)  VALUE 'EMILY'.
               10  FILLER                  PIC X(12)  VALUE 'DONNA'.
               10  FILLER                  PIC X(12)  VALUE 'MICHELLE'.
               10  FILLER                  PIC X(12)  VALUE 'CAROL'.
               10  FILLER                  PIC X(12)  VALUE 'AMANDA'.
               10  FILLER                  PIC X(12)  VALUE 'MELISSA'.
               10  FILLER                  PIC X(12)  VALUE 'DEBORAH'.
               10  FILLER                  PIC X(12)  VALUE 'STEPHANIE'.
               10  FILLER                  PIC X(12)  VALUE 'REBECCA'.
               10  FILLER                  PIC X(12)  VALUE 'LAURA'.
               10  FILLER                  PIC X(12)  VALUE 'SHARON'.
               10  FILLER                  PIC X(12)  VALUE 'CYNTHIA'.
               10  FILLER                  PIC X(12)  VALUE 'KATHLEEN'.
               10  FILLER                  PIC X(12)  VALUE 'AMY'.
               10  FILLER                  PIC X(12)  VALUE 'SHIRLEY'.
               10  FILLER                  PIC X(12)  VALUE 'ANGELA'.
               10  FILLER                  PIC X(12)  VALUE 'HELEN'.
               10  FILLER                  PIC X(12)  VALUE 'BRENDA'.
               10  FILLER                  PIC X(12)  VALUE 'PAMELA'.
               10  FILLER                  PIC X(12)  VALUE 'NICOLE'.
               10  FILLER                  PIC X(12)  VALUE 'SAMANTHA'.
               10  FILLER                  PIC X(12)  VALUE 'JOHN'.
               10  FILLER                  PIC X(12)  VALUE 'ROBERT'.
               10  FILLER                  PIC X(12)  VALUE 'MICHAEL'.
               10  FILLER                  PIC X(12)  VALUE 'WILLIAM'.
               10  FILLER                  PIC X(12)  VALUE 'DAVID'.
               10  FILLER                  PIC X(12)  VALUE 'JOSEPH'.
               10  FILLER                  PIC X(12)  VALUE
                   'CHRISTOPHER'.
               10  FILLER                  PIC X(12)  VALUE 'DANIEL'.
               10  FILLER                  PIC X(12)  VALUE 'MATTHEW'.
               10  FILLER                  PIC X(12)  VALUE 'STEVEN'.
               10  FILLER                  PIC X(12)  VALUE 'ANDREW'.
               10  FILLER                  PIC X(12)  VALUE 'JOSHUA'.
               10  FILLER                  PIC X(12)  VALUE 'KENNETH'.
               10  FILLER                  PIC X(12)  VALUE 'KEVIN'.
               10  FILLER                  PIC X(12)  VALUE 'BRIAN'.
               10  FILLER                  PIC X(12)  VALUE 'TIMOTHY'.
               10  FILLER                  PIC X(12)  VALUE 'JEFFREY'.
               10  FILLER                  PIC X(12)  VALUE 'JASON'.
               10  FILLER                  PIC X(12)  VALUE 'JACOB'.
               10  FILLER                  PIC X(12)  VALUE 'NICHOLAS'.
               10  FILLER                  PIC X(12)  VALUE 'JONATHAN'.
           05  QR-FIRST-NAME-TABLE REDEFINES QR-FIRST-NAME-VALUES.
               10  QR-FIRST-NAME           PIC X(12)  OCCURS 60 TIMES.
