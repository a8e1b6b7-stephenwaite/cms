       01  garno pic x(8).
       01  dos   pic x(8).
       01  ans   pic x.    
       01  CHARCUR-BACK PIC X(164).

       PROCEDURE DIVISION.
       P0.
