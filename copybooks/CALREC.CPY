000100*--------------------------------------------------------------*
000110*    CALREC - SHOP CALENDAR CARD
000120*    ONE CARD PER EXCEPTION TO THE SHOP'S WORKING WEEK ON THE
000130*    CALENDAR DATASET, KEPT BY OPERATIONS. MONDAY TO FRIDAY
000140*    ARE BUSINESS DAYS AND SATURDAY AND SUNDAY ARE NOT, EXCEPT
000150*    AS A CARD HERE SAYS OTHERWISE -
000160*        H  A HOLIDAY - NOT A BUSINESS DAY
000170*        W  A WORKED DAY - A BUSINESS DAY, WEEKEND OR NOT
000180*    CARDS MAY BE IN ANY ORDER AND MAY COVER ANY NUMBER OF
000190*    YEARS AHEAD. EXBDATE LOADS THE CALENDAR EACH NIGHT TO ROLL
000200*    THE BUSINESS DATE (SEE RCTREC). CAL-DATE IS CCYYMMDD.
000210*--------------------------------------------------------------*
000220 01  CALENDAR-RECORD.
000230     05  CAL-DATE               PIC 9(08).
000240     05  FILLER                 PIC X(01).
000250     05  CAL-DAY-TYPE           PIC X(01).
000260         88  CAL-HOLIDAY                  VALUE 'H'.
000270         88  CAL-WORKED-DAY               VALUE 'W'.
000280         88  CAL-TYPE-VALID               VALUE 'H' 'W'.
000290     05  FILLER                 PIC X(01).
000300     05  CAL-DESC               PIC X(30).
000310     05  FILLER                 PIC X(39).
