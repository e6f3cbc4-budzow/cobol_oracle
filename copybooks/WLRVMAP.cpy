000010*----------------------------------------------------------*
000020* WLRVMAP - SYMBOLIC MAP FOR THE WATCH-LIST HOLD REVIEW    *
000030*           ONLINE SCREEN, GENERATED FROM MAPSET WLRVMAP   *
000040*           (BMS/WLRVMAP.BMS).  DO NOT HAND-EDIT -         *
000050*           REASSEMBLE THE MAPSET AND REGENERATE INSTEAD.  *
000060*----------------------------------------------------------*
000070 01  WLRVMAPI.
000080     02  FILLER              PIC X(12).
000090     02  SACCTL              PIC S9(4) COMP.
000100     02  SACCTF              PIC X.
000110     02  FILLER REDEFINES SACCTF.
000120         03  SACCTA          PIC X.
000130     02  SACCTI              PIC X(10).
000140     02  HLDTL               PIC S9(4) COMP.
000150     02  HLDTF               PIC X.
000160     02  FILLER REDEFINES HLDTF.
000170         03  HLDTA           PIC X.
000180     02  HLDTI               PIC X(17).
000190     02  LISTCL              PIC S9(4) COMP.
000200     02  LISTCF              PIC X.
000210     02  FILLER REDEFINES LISTCF.
000220         03  LISTCA          PIC X.
000230     02  LISTCI              PIC X(01).
000240     02  ENTIDL              PIC S9(4) COMP.
000250     02  ENTIDF              PIC X.
000260     02  FILLER REDEFINES ENTIDF.
000270         03  ENTIDA          PIC X.
000280     02  ENTIDI              PIC X(10).
000290     02  MFLDL               PIC S9(4) COMP.
000300     02  MFLDF               PIC X.
000310     02  FILLER REDEFINES MFLDF.
000320         03  MFLDA           PIC X.
000330     02  MFLDI               PIC X(08).
000340     02  RNAMEL              PIC S9(4) COMP.
000350     02  RNAMEF              PIC X.
000360     02  FILLER REDEFINES RNAMEF.
000370         03  RNAMEA          PIC X.
000380     02  RNAMEI              PIC X(30).
000390     02  WNAMEL              PIC S9(4) COMP.
000400     02  WNAMEF              PIC X.
000410     02  FILLER REDEFINES WNAMEF.
000420         03  WNAMEA          PIC X.
000430     02  WNAMEI              PIC X(30).
000440     02  RADDRL              PIC S9(4) COMP.
000450     02  RADDRF              PIC X.
000460     02  FILLER REDEFINES RADDRF.
000470         03  RADDRA          PIC X.
000480     02  RADDRI              PIC X(30).
000490     02  WADDRL              PIC S9(4) COMP.
000500     02  WADDRF              PIC X.
000510     02  FILLER REDEFINES WADDRF.
000520         03  WADDRA          PIC X.
000530     02  WADDRI              PIC X(30).
000540     02  RCITYL              PIC S9(4) COMP.
000550     02  RCITYF              PIC X.
000560     02  FILLER REDEFINES RCITYF.
000570         03  RCITYA          PIC X.
000580     02  RCITYI              PIC X(20).
000590     02  RSTATL              PIC S9(4) COMP.
000600     02  RSTATF              PIC X.
000610     02  FILLER REDEFINES RSTATF.
000620         03  RSTATA          PIC X.
000630     02  RSTATI              PIC X(02).
000640     02  RPOSTL              PIC S9(4) COMP.
000650     02  RPOSTF              PIC X.
000660     02  FILLER REDEFINES RPOSTF.
000670         03  RPOSTA          PIC X.
000680     02  RPOSTI              PIC X(09).
000690     02  RDATEL              PIC S9(4) COMP.
000700     02  RDATEF              PIC X.
000710     02  FILLER REDEFINES RDATEF.
000720         03  RDATEA          PIC X.
000730     02  RDATEI              PIC X(08).
000740     02  RSTUSL              PIC S9(4) COMP.
000750     02  RSTUSF              PIC X.
000760     02  FILLER REDEFINES RSTUSF.
000770         03  RSTUSA          PIC X.
000780     02  RSTUSI              PIC X(01).
000790     02  MSGL                PIC S9(4) COMP.
000800     02  MSGF                PIC X.
000810     02  FILLER REDEFINES MSGF.
000820         03  MSGA            PIC X.
000830     02  MSGI                PIC X(76).
000840
000850 01  WLRVMAPO REDEFINES WLRVMAPI.
000860     02  FILLER              PIC X(12).
000870     02  FILLER              PIC X(03).
000880     02  SACCTO              PIC X(10).
000890     02  FILLER              PIC X(03).
000900     02  HLDTO               PIC X(17).
000910     02  FILLER              PIC X(03).
000920     02  LISTCO              PIC X(01).
000930     02  FILLER              PIC X(03).
000940     02  ENTIDO              PIC X(10).
000950     02  FILLER              PIC X(03).
000960     02  MFLDO               PIC X(08).
000970     02  FILLER              PIC X(03).
000980     02  RNAMEO              PIC X(30).
000990     02  FILLER              PIC X(03).
001000     02  WNAMEO              PIC X(30).
001010     02  FILLER              PIC X(03).
001020     02  RADDRO              PIC X(30).
001030     02  FILLER              PIC X(03).
001040     02  WADDRO              PIC X(30).
001050     02  FILLER              PIC X(03).
001060     02  RCITYO              PIC X(20).
001070     02  FILLER              PIC X(03).
001080     02  RSTATO              PIC X(02).
001090     02  FILLER              PIC X(03).
001100     02  RPOSTO              PIC X(09).
001110     02  FILLER              PIC X(03).
001120     02  RDATEO              PIC X(08).
001130     02  FILLER              PIC X(03).
001140     02  RSTUSO              PIC X(01).
001150     02  FILLER              PIC X(03).
001160     02  MSGO                PIC X(76).
