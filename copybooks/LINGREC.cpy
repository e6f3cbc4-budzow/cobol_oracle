000010*----------------------------------------------------------*
000020* LINGREC - ONE ROW OF THE ONBOARDING LINEAGE LEDGER (DD    *
000030*           NAME LINEAGE).  EVERY ONBOARDING STEP POSTS     *
000040*           WHAT IT TOOK IN, PASSED ON, AND SET ASIDE,      *
000050*           AGAINST THE FEED DATE THE RECORDS CAME IN ON,   *
000060*           SO THE LINRECON REPORT CAN FOLLOW ONE           *
000070*           TRANSMISSION FROM RECEIPT THROUGH CLEANSE,      *
000080*           SCREENING, LOAD, AND REJECT REPAIR.  A STEP     *
000090*           THAT RUNS AGAIN FOR THE SAME FEED ADDS A NEW    *
000100*           ROW - THE POST STAMP IN THE KEY KEEPS THEM      *
000110*           APART AND THE REPORT TAKES THE LATEST.  A FEED  *
000120*           DATE OF ZERO MEANS NO ACCEPTED TRANSMISSION     *
000130*           COULD BE FOUND FOR THE STEP.                    *
000140*----------------------------------------------------------*
000150 01  LINEAGE-RECORD.
000160     05  LNG-KEY.
000170         10  LNG-FEED-DATE       PIC 9(08).
000180         10  LNG-STAGE           PIC X(01).
000190             88  LNG-RECEIVED        VALUE 'R'.
000200             88  LNG-CLEANSED        VALUE 'C'.
000210             88  LNG-SCREENED        VALUE 'S'.
000220             88  LNG-LOADED          VALUE 'L'.
000230             88  LNG-REPAIRED        VALUE 'P'.
000240         10  LNG-PROGRAM-ID      PIC X(12).
000250         10  LNG-POST-DATE       PIC 9(08).
000260         10  LNG-POST-TIME       PIC 9(08).
000270     05  LNG-COUNT-IN            PIC 9(09).
000280     05  LNG-COUNT-OUT           PIC 9(09).
000290     05  LNG-COUNT-DIVERTED      PIC 9(09).
000300     05  LNG-RETURN-CODE         PIC 9(04).
000310     05  FILLER                  PIC X(20).
