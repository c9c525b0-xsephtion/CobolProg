      *> Scholarship and discount record (SCHOLAR.TXT), keyed on
      *> SCH-KEY. One row per grant a student holds for a term;
      *> SCH-SEQ lets a student carry more than one (a scholarship
      *> and a sibling discount, say). SCH-BASIS P nets SCH-PCT
      *> percent of the gross term fee, A nets the fixed PHP
      *> SCH-AMOUNT. SCH-SPONSOR names the outside party that pays
      *> for the grant, spaces when the school absorbs it.
      *> SCH-APPLIED is what tuition assessment actually took off
      *> the fee, and is the amount the sponsor is billed.
       01 SCH-REC.
       	02 SCH-KEY.
       		03 SCH-STUDNO PIC 9(10).
       		03 SCH-TERM PIC X(6).
       		03 SCH-SEQ PIC 9(2).
       	02 SCH-TYPE PIC X(10).
       	02 SCH-BASIS PIC X.
       		88 SCH-BY-PCT VALUE 'P'.
       		88 SCH-BY-AMOUNT VALUE 'A'.
       	02 SCH-PCT PIC 9(3)V99.
       	02 SCH-AMOUNT PIC 9(7)V99.
       	02 SCH-SPONSOR PIC X(20).
       	02 SCH-APPLIED PIC 9(7)V99.
