000010*----------------------------------------------------------*
000020* HISTMAP - SYMBOLIC MAP FOR THE ACCOUNT CHANGE HISTORY    *
000030*           ONLINE SCREEN, GENERATED FROM MAPSET HISTMAP   *
000040*           (BMS/HISTMAP.BMS).  DO NOT HAND-EDIT -         *
000050*           REASSEMBLE THE MAPSET AND REGENERATE INSTEAD.  *
000060*----------------------------------------------------------*
000070 01  HISTMAPI.
000080     02  FILLER              PIC X(12).
000090     02  HACCTL              PIC S9(4) COMP.
000100     02  HACCTF              PIC X.
000110     02  FILLER REDEFINES HACCTF.
000120         03  HACCTA          PIC X.
000130     02  HACCTI              PIC X(10).
000140     02  CNAMEL              PIC S9(4) COMP.
000150     02  CNAMEF              PIC X.
000160     02  FILLER REDEFINES CNAMEF.
000170         03  CNAMEA          PIC X.
000180     02  CNAMEI              PIC X(30).
000190     02  CSTUSL              PIC S9(4) COMP.
000200     02  CSTUSF              PIC X.
000210     02  FILLER REDEFINES CSTUSF.
000220         03  CSTUSA          PIC X.
000230     02  CSTUSI              PIC X(01).
000240     02  CBALL               PIC S9(4) COMP.
000250     02  CBALF               PIC X.
000260     02  FILLER REDEFINES CBALF.
000270         03  CBALA           PIC X.
000280     02  CBALI               PIC X(14).
000290     02  CADDRL              PIC S9(4) COMP.
000300     02  CADDRF              PIC X.
000310     02  FILLER REDEFINES CADDRF.
000320         03  CADDRA          PIC X.
000330     02  CADDRI              PIC X(30).
000340     02  CDATEL              PIC S9(4) COMP.
000350     02  CDATEF              PIC X.
000360     02  FILLER REDEFINES CDATEF.
000370         03  CDATEA          PIC X.
000380     02  CDATEI              PIC X(08).
000390     02  CCITYL              PIC S9(4) COMP.
000400     02  CCITYF              PIC X.
000410     02  FILLER REDEFINES CCITYF.
000420         03  CCITYA          PIC X.
000430     02  CCITYI              PIC X(20).
000440     02  CSTATL              PIC S9(4) COMP.
000450     02  CSTATF              PIC X.
000460     02  FILLER REDEFINES CSTATF.
000470         03  CSTATA          PIC X.
000480     02  CSTATI              PIC X(02).
000490     02  CPOSTL              PIC S9(4) COMP.
000500     02  CPOSTF              PIC X.
000510     02  FILLER REDEFINES CPOSTF.
000520         03  CPOSTA          PIC X.
000530     02  CPOSTI              PIC X(09).
000540     02  HIST1L              PIC S9(4) COMP.
000550     02  HIST1F              PIC X.
000560     02  FILLER REDEFINES HIST1F.
000570         03  HIST1A          PIC X.
000580     02  HIST1I              PIC X(78).
000590     02  HNAM1L              PIC S9(4) COMP.
000600     02  HNAM1F              PIC X.
000610     02  FILLER REDEFINES HNAM1F.
000620         03  HNAM1A          PIC X.
000630     02  HNAM1I              PIC X(78).
000640     02  HOLD1L              PIC S9(4) COMP.
000650     02  HOLD1F              PIC X.
000660     02  FILLER REDEFINES HOLD1F.
000670         03  HOLD1A          PIC X.
000680     02  HOLD1I              PIC X(78).
000690     02  HNEW1L              PIC S9(4) COMP.
000700     02  HNEW1F              PIC X.
000710     02  FILLER REDEFINES HNEW1F.
000720         03  HNEW1A          PIC X.
000730     02  HNEW1I              PIC X(78).
000740     02  HIST2L              PIC S9(4) COMP.
000750     02  HIST2F              PIC X.
000760     02  FILLER REDEFINES HIST2F.
000770         03  HIST2A          PIC X.
000780     02  HIST2I              PIC X(78).
000790     02  HNAM2L              PIC S9(4) COMP.
000800     02  HNAM2F              PIC X.
000810     02  FILLER REDEFINES HNAM2F.
000820         03  HNAM2A          PIC X.
000830     02  HNAM2I              PIC X(78).
000840     02  HOLD2L              PIC S9(4) COMP.
000850     02  HOLD2F              PIC X.
000860     02  FILLER REDEFINES HOLD2F.
000870         03  HOLD2A          PIC X.
000880     02  HOLD2I              PIC X(78).
000890     02  HNEW2L              PIC S9(4) COMP.
000900     02  HNEW2F              PIC X.
000910     02  FILLER REDEFINES HNEW2F.
000920         03  HNEW2A          PIC X.
000930     02  HNEW2I              PIC X(78).
000940     02  HIST3L              PIC S9(4) COMP.
000950     02  HIST3F              PIC X.
000960     02  FILLER REDEFINES HIST3F.
000970         03  HIST3A          PIC X.
000980     02  HIST3I              PIC X(78).
000990     02  HNAM3L              PIC S9(4) COMP.
001000     02  HNAM3F              PIC X.
001010     02  FILLER REDEFINES HNAM3F.
001020         03  HNAM3A          PIC X.
001030     02  HNAM3I              PIC X(78).
001040     02  HOLD3L              PIC S9(4) COMP.
001050     02  HOLD3F              PIC X.
001060     02  FILLER REDEFINES HOLD3F.
001070         03  HOLD3A          PIC X.
001080     02  HOLD3I              PIC X(78).
001090     02  HNEW3L              PIC S9(4) COMP.
001100     02  HNEW3F              PIC X.
001110     02  FILLER REDEFINES HNEW3F.
001120         03  HNEW3A          PIC X.
001130     02  HNEW3I              PIC X(78).
001140     02  MSGL                PIC S9(4) COMP.
001150     02  MSGF                PIC X.
001160     02  FILLER REDEFINES MSGF.
001170         03  MSGA            PIC X.
001180     02  MSGI                PIC X(76).
001190
001200 01  HISTMAPO REDEFINES HISTMAPI.
001210     02  FILLER              PIC X(12).
001220     02  FILLER              PIC X(03).
001230     02  HACCTO              PIC X(10).
001240     02  FILLER              PIC X(03).
001250     02  CNAMEO              PIC X(30).
001260     02  FILLER              PIC X(03).
001270     02  CSTUSO              PIC X(01).
001280     02  FILLER              PIC X(03).
001290     02  CBALO               PIC X(14).
001300     02  FILLER              PIC X(03).
001310     02  CADDRO              PIC X(30).
001320     02  FILLER              PIC X(03).
001330     02  CDATEO              PIC X(08).
001340     02  FILLER              PIC X(03).
001350     02  CCITYO              PIC X(20).
001360     02  FILLER              PIC X(03).
001370     02  CSTATO              PIC X(02).
001380     02  FILLER              PIC X(03).
001390     02  CPOSTO              PIC X(09).
001400     02  FILLER              PIC X(03).
001410     02  HIST1O              PIC X(78).
001420     02  FILLER              PIC X(03).
001430     02  HNAM1O              PIC X(78).
001440     02  FILLER              PIC X(03).
001450     02  HOLD1O              PIC X(78).
001460     02  FILLER              PIC X(03).
001470     02  HNEW1O              PIC X(78).
001480     02  FILLER              PIC X(03).
001490     02  HIST2O              PIC X(78).
001500     02  FILLER              PIC X(03).
001510     02  HNAM2O              PIC X(78).
001520     02  FILLER              PIC X(03).
001530     02  HOLD2O              PIC X(78).
001540     02  FILLER              PIC X(03).
001550     02  HNEW2O              PIC X(78).
001560     02  FILLER              PIC X(03).
001570     02  HIST3O              PIC X(78).
001580     02  FILLER              PIC X(03).
001590     02  HNAM3O              PIC X(78).
001600     02  FILLER              PIC X(03).
001610     02  HOLD3O              PIC X(78).
001620     02  FILLER              PIC X(03).
001630     02  HNEW3O              PIC X(78).
001640     02  FILLER              PIC X(03).
001650     02  MSGO                PIC X(76).
