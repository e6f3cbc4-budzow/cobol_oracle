000510     02  FILLER REDEFINES MSTUSF.
000520         03  MSTUSA          PIC X.
000530     02  MSTUSI              PIC X(01).
000531     02  MADJL               PIC S9(4) COMP.
000532     02  MADJF               PIC X.
000533     02  FILLER REDEFINES MADJF.
000534         03  MADJA           PIC X.
000535     02  MADJI               PIC X(09).
000536     02  MADJTL              PIC S9(4) COMP.
000537     02  MADJTF              PIC X.
000538     02  FILLER REDEFINES MADJTF.
000539         03  MADJTA          PIC X.
000540     02  MADJTI              PIC X(01).
000541     02  MSGL                PIC S9(4) COMP.
000550     02  MSGF                PIC X.
000560     02  FILLER REDEFINES MSGF.
000570         03  MSGA            PIC X.
000780     02  FILLER              PIC X(03).
000790     02  MSTUSO              PIC X(01).
000800     02  FILLER              PIC X(03).
000802     02  MADJO               PIC X(09).
000804     02  FILLER              PIC X(03).
000806     02  MADJTO              PIC X(01).
000808     02  FILLER              PIC X(03).
000810     02  MSGO                PIC X(76).
