                 88 Y34120D-TRAN-ORIGINAL                VALUE "O" " ".
                 88 Y34120D-TRAN-REVERSAL                VALUE "R".
                 88 Y34120D-TRAN-ADJUSTMENT              VALUE "A".
              10 Y34120D-CURRENCY-CODE             PIC X(03).
            05 API-Message.
      	      10 Y66512D-EVENT-ID                  PIC X(08).
      	  	  10 Y66512D-SCHEMA-VERSION            PIC 9(02).
