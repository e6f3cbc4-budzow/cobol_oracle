000010*----------------------------------------------------------*
000020* APRVMAP - SYMBOLIC MAP FOR THE MAINTENANCE-CHANGE        *
000030*           APPROVAL ONLINE SCREEN, GENERATED FROM MAPSET  *
000040*           APRVMAP (BMS/APRVMAP.BMS).  DO NOT HAND-EDIT - *
000050*           REASSEMBLE THE MAPSET AND REGENERATE INSTEAD.  *
000060*----------------------------------------------------------*
000070 01  APRVMAPI.
000080     02  FILLER              PIC X(12).
000090     02  SACCTL              PIC S9(4) COMP.
000100     02  SACCTF              PIC X.
000110     02  FILLER REDEFINES SACCTF.
000120         03  SACCTA          PIC X.
000130     02  SACCTI              PIC X(10).
000140     02  RQDTL               PIC S9(4) COMP.
000150     02  RQDTF               PIC X.
000160     02  FILLER REDEFINES RQDTF.
000170         03  RQDTA           PIC X.
000180     02  RQDTI               PIC X(17).
000190     02  MAKERL              PIC S9(4) COMP.
000200     02  MAKERF              PIC X.
000210     02  FILLER REDEFINES MAKERF.
000220         03  MAKERA          PIC X.
000230     02  MAKERI              PIC X(08).
000240     02  WHYL                PIC S9(4) COMP.
000250     02  WHYF                PIC X.
000260     02  FILLER REDEFINES WHYF.
000270         03  WHYA            PIC X.
000280     02  WHYI                PIC X(40).
000290     02  BNAMEL              PIC S9(4) COMP.
000300     02  BNAMEF              PIC X.
000310     02  FILLER REDEFINES BNAMEF.
000320         03  BNAMEA          PIC X.
000330     02  BNAMEI              PIC X(30).
000340     02  ANAMEL              PIC S9(4) COMP.
000350     02  ANAMEF              PIC X.
000360     02  FILLER REDEFINES ANAMEF.
000370         03  ANAMEA          PIC X.
000380     02  ANAMEI              PIC X(30).
000390     02  BADDRL              PIC S9(4) COMP.
000400     02  BADDRF              PIC X.
000410     02  FILLER REDEFINES BADDRF.
000420         03  BADDRA          PIC X.
000430     02  BADDRI              PIC X(30).
000440     02  AADDRL              PIC S9(4) COMP.
000450     02  AADDRF              PIC X.
000460     02  FILLER REDEFINES AADDRF.
000470         03  AADDRA          PIC X.
000480     02  AADDRI              PIC X(30).
000490     02  BCITYL              PIC S9(4) COMP.
000500     02  BCITYF              PIC X.
000510     02  FILLER REDEFINES BCITYF.
000520         03  BCITYA          PIC X.
000530     02  BCITYI              PIC X(20).
000540     02  ACITYL              PIC S9(4) COMP.
000550     02  ACITYF              PIC X.
000560     02  FILLER REDEFINES ACITYF.
000570         03  ACITYA          PIC X.
000580     02  ACITYI              PIC X(20).
000590     02  BSTATL              PIC S9(4) COMP.
000600     02  BSTATF              PIC X.
000610     02  FILLER REDEFINES BSTATF.
000620         03  BSTATA          PIC X.
000630     02  BSTATI              PIC X(02).
000640     02  ASTATL              PIC S9(4) COMP.
000650     02  ASTATF              PIC X.
000660     02  FILLER REDEFINES ASTATF.
000670         03  ASTATA          PIC X.
000680     02  ASTATI              PIC X(02).
000690     02  BPOSTL              PIC S9(4) COMP.
000700     02  BPOSTF              PIC X.
000710     02  FILLER REDEFINES BPOSTF.
000720         03  BPOSTA          PIC X.
000730     02  BPOSTI              PIC X(09).
000740     02  APOSTL              PIC S9(4) COMP.
000750     02  APOSTF              PIC X.
000760     02  FILLER REDEFINES APOSTF.
000770         03  APOSTA          PIC X.
000780     02  APOSTI              PIC X(09).
000790     02  BDATEL              PIC S9(4) COMP.
000800     02  BDATEF              PIC X.
000810     02  FILLER REDEFINES BDATEF.
000820         03  BDATEA          PIC X.
000830     02  BDATEI              PIC X(08).
000840     02  ADATEL              PIC S9(4) COMP.
000850     02  ADATEF              PIC X.
000860     02  FILLER REDEFINES ADATEF.
000870         03  ADATEA          PIC X.
000880     02  ADATEI              PIC X(08).
000890     02  BSTUSL              PIC S9(4) COMP.
000900     02  BSTUSF              PIC X.
000910     02  FILLER REDEFINES BSTUSF.
000920         03  BSTUSA          PIC X.
000930     02  BSTUSI              PIC X(01).
000940     02  ASTUSL              PIC S9(4) COMP.
000950     02  ASTUSF              PIC X.
000960     02  FILLER REDEFINES ASTUSF.
000970         03  ASTUSA          PIC X.
000980     02  ASTUSI              PIC X(01).
000990     02  BBALL               PIC S9(4) COMP.
001000     02  BBALF               PIC X.
001010     02  FILLER REDEFINES BBALF.
001020         03  BBALA           PIC X.
001030     02  BBALI               PIC X(14).
001040     02  ABALL               PIC S9(4) COMP.
001050     02  ABALF               PIC X.
001060     02  FILLER REDEFINES ABALF.
001070         03  ABALA           PIC X.
001080     02  ABALI               PIC X(14).
001090     02  ADJL                PIC S9(4) COMP.
001100     02  ADJF                PIC X.
001110     02  FILLER REDEFINES ADJF.
001120         03  ADJA            PIC X.
001130     02  ADJI                PIC X(14).
001140     02  MSGL                PIC S9(4) COMP.
001150     02  MSGF                PIC X.
001160     02  FILLER REDEFINES MSGF.
001170         03  MSGA            PIC X.
001180     02  MSGI                PIC X(76).
001190
001200 01  APRVMAPO REDEFINES APRVMAPI.
001210     02  FILLER              PIC X(12).
001220     02  FILLER              PIC X(03).
001230     02  SACCTO              PIC X(10).
001240     02  FILLER              PIC X(03).
001250     02  RQDTO               PIC X(17).
001260     02  FILLER              PIC X(03).
001270     02  MAKERO              PIC X(08).
001280     02  FILLER              PIC X(03).
001290     02  WHYO                PIC X(40).
001300     02  FILLER              PIC X(03).
001310     02  BNAMEO              PIC X(30).
001320     02  FILLER              PIC X(03).
001330     02  ANAMEO              PIC X(30).
001340     02  FILLER              PIC X(03).
001350     02  BADDRO              PIC X(30).
001360     02  FILLER              PIC X(03).
001370     02  AADDRO              PIC X(30).
001380     02  FILLER              PIC X(03).
001390     02  BCITYO              PIC X(20).
001400     02  FILLER              PIC X(03).
001410     02  ACITYO              PIC X(20).
001420     02  FILLER              PIC X(03).
001430     02  BSTATO              PIC X(02).
001440     02  FILLER              PIC X(03).
001450     02  ASTATO              PIC X(02).
001460     02  FILLER              PIC X(03).
001470     02  BPOSTO              PIC X(09).
001480     02  FILLER              PIC X(03).
001490     02  APOSTO              PIC X(09).
001500     02  FILLER              PIC X(03).
001510     02  BDATEO              PIC X(08).
001520     02  FILLER              PIC X(03).
001530     02  ADATEO              PIC X(08).
001540     02  FILLER              PIC X(03).
001550     02  BSTUSO              PIC X(01).
001560     02  FILLER              PIC X(03).
001570     02  ASTUSO              PIC X(01).
001580     02  FILLER              PIC X(03).
001590     02  BBALO               PIC X(14).
001600     02  FILLER              PIC X(03).
001610     02  ABALO               PIC X(14).
001620     02  FILLER              PIC X(03).
001630     02  ADJO                PIC X(14).
001640     02  FILLER              PIC X(03).
001650     02  MSGO                PIC X(76).
