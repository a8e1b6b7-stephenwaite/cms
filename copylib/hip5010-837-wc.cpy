           02 SV1-S7 PIC X VALUE "*".
           02 SV1-8  PIC XX VALUE "UN".
           02 SV1-S8 PIC X VALUE "*".
           02 SV1-WORK PIC X(4).
           02 SV1-S9 PIC X VALUE "*".
           02 SV1-PLACE PIC XX.
           02 SV1-S10 PIC X VALUE "*".
           02 SV1-S11 PIC X VALUE "*".
           02 SV1-PT PIC X(34).
           02 SV1-S15 PIC X VALUE "*".
           02 SV1-S16 PIC X VALUE "*".
           02 SV1-EMER PIC X.
           02 SVD-S2 PIC X VALUE "*".
           02 SVD-3 PIC X(20).
           02 SVD-S34 PIC XX VALUE "**".
           02 SVD-4 PIC X(4).
           02 SVD-END PIC X VALUE "~".

       01  LIN01.
