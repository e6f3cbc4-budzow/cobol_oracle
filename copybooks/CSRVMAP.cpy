000010*----------------------------------------------------------*
000020* CSRVMAP - SYMBOLIC MAP FOR THE COMPLIANCE CASE REVIEW    *
000030*           ONLINE SCREEN, GENERATED FROM MAPSET CSRVMAP   *
000040*           (BMS/CSRVMAP.BMS).  DO NOT HAND-EDIT -         *
000050*           REASSEMBLE THE MAPSET AND REGENERATE INSTEAD.  *
000060*----------------------------------------------------------*
000070 01  CSRVMAPI.
000080     02  FILLER              PIC X(12).
000090     02  SACCTL              PIC S9(4) COMP.
000100     02  SACCTF              PIC X.
000110     02  FILLER REDEFINES SACCTF.
000120         03  SACCTA          PIC X.
000130     02  SACCTI              PIC X(10).
000140     02  BDATEL              PIC S9(4) COMP.
000150     02  BDATEF              PIC X.
000160     02  FILLER REDEFINES BDATEF.
000170         03  BDATEA          PIC X.
000180     02  BDATEI              PIC X(08).
000190     02  CTYPEL              PIC S9(4) COMP.
000200     02  CTYPEF              PIC X.
000210     02  FILLER REDEFINES CTYPEF.
000220         03  CTYPEA          PIC X.
000230     02  CTYPEI              PIC X(11).
000240     02  CSTATL              PIC S9(4) COMP.
000250     02  CSTATF              PIC X.
000260     02  FILLER REDEFINES CSTATF.
000270         03  CSTATA          PIC X.
000280     02  CSTATI              PIC X(07).
000290     02  OPNDL               PIC S9(4) COMP.
000300     02  OPNDF               PIC X.
000310     02  FILLER REDEFINES OPNDF.
000320         03  OPNDA           PIC X.
000330     02  OPNDI               PIC X(17).
000340     02  CNAMEL              PIC S9(4) COMP.
000350     02  CNAMEF              PIC X.
000360     02  FILLER REDEFINES CNAMEF.
000370         03  CNAMEA          PIC X.
000380     02  CNAMEI              PIC X(30).
000390     02  CADDRL              PIC S9(4) COMP.
000400     02  CADDRF              PIC X.
000410     02  FILLER REDEFINES CADDRF.
000420         03  CADDRA          PIC X.
000430     02  CADDRI              PIC X(30).
000440     02  CCITYL              PIC S9(4) COMP.
000450     02  CCITYF              PIC X.
000460     02  FILLER REDEFINES CCITYF.
000470         03  CCITYA          PIC X.
000480     02  CCITYI              PIC X(20).
000490     02  CSTL                PIC S9(4) COMP.
000500     02  CSTF                PIC X.
000510     02  FILLER REDEFINES CSTF.
000520         03  CSTA            PIC X.
000530     02  CSTI                PIC X(02).
000540     02  CPOSTL              PIC S9(4) COMP.
000550     02  CPOSTF              PIC X.
000560     02  FILLER REDEFINES CPOSTF.
000570         03  CPOSTA          PIC X.
000580     02  CPOSTI              PIC X(09).
000590     02  CREDL               PIC S9(4) COMP.
000600     02  CREDF               PIC X.
000610     02  FILLER REDEFINES CREDF.
000620         03  CREDA           PIC X.
000630     02  CREDI               PIC X(12).
000640     02  DEBTL               PIC S9(4) COMP.
000650     02  DEBTF               PIC X.
000660     02  FILLER REDEFINES DEBTF.
000670         03  DEBTA           PIC X.
000680     02  DEBTI               PIC X(12).
000690     02  UCNTL               PIC S9(4) COMP.
000700     02  UCNTF               PIC X.
000710     02  FILLER REDEFINES UCNTF.
000720         03  UCNTA           PIC X.
000730     02  UCNTI               PIC X(05).
000740     02  UDAYL               PIC S9(4) COMP.
000750     02  UDAYF               PIC X.
000760     02  FILLER REDEFINES UDAYF.
000770         03  UDAYA           PIC X.
000780     02  UDAYI               PIC X(03).
000790     02  UTOTL               PIC S9(4) COMP.
000800     02  UTOTF               PIC X.
000810     02  FILLER REDEFINES UTOTF.
000820         03  UTOTA           PIC X.
000830     02  UTOTI               PIC X(12).
000840     02  WRKUL               PIC S9(4) COMP.
000850     02  WRKUF               PIC X.
000860     02  FILLER REDEFINES WRKUF.
000870         03  WRKUA           PIC X.
000880     02  WRKUI               PIC X(08).
000890     02  WRKTL               PIC S9(4) COMP.
000900     02  WRKTF               PIC X.
000910     02  FILLER REDEFINES WRKTF.
000920         03  WRKTA           PIC X.
000930     02  WRKTI               PIC X(17).
000940     02  CLSUL               PIC S9(4) COMP.
000950     02  CLSUF               PIC X.
000960     02  FILLER REDEFINES CLSUF.
000970         03  CLSUA           PIC X.
000980     02  CLSUI               PIC X(08).
000990     02  CLSTL               PIC S9(4) COMP.
001000     02  CLSTF               PIC X.
001010     02  FILLER REDEFINES CLSTF.
001020         03  CLSTA           PIC X.
001030     02  CLSTI               PIC X(17).
001040     02  DISPL               PIC S9(4) COMP.
001050     02  DISPF               PIC X.
001060     02  FILLER REDEFINES DISPF.
001070         03  DISPA           PIC X.
001080     02  DISPI               PIC X(01).
001090     02  NOTEL               PIC S9(4) COMP.
001100     02  NOTEF               PIC X.
001110     02  FILLER REDEFINES NOTEF.
001120         03  NOTEA           PIC X.
001130     02  NOTEI               PIC X(40).
001140     02  MSGL                PIC S9(4) COMP.
001150     02  MSGF                PIC X.
001160     02  FILLER REDEFINES MSGF.
001170         03  MSGA            PIC X.
001180     02  MSGI                PIC X(76).
001190
001200 01  CSRVMAPO REDEFINES CSRVMAPI.
001210     02  FILLER              PIC X(12).
001220     02  FILLER              PIC X(03).
001230     02  SACCTO              PIC X(10).
001240     02  FILLER              PIC X(03).
001250     02  BDATEO              PIC X(08).
001260     02  FILLER              PIC X(03).
001270     02  CTYPEO              PIC X(11).
001280     02  FILLER              PIC X(03).
001290     02  CSTATO              PIC X(07).
001300     02  FILLER              PIC X(03).
001310     02  OPNDO               PIC X(17).
001320     02  FILLER              PIC X(03).
001330     02  CNAMEO              PIC X(30).
001340     02  FILLER              PIC X(03).
001350     02  CADDRO              PIC X(30).
001360     02  FILLER              PIC X(03).
001370     02  CCITYO              PIC X(20).
001380     02  FILLER              PIC X(03).
001390     02  CSTO                PIC X(02).
001400     02  FILLER              PIC X(03).
001410     02  CPOSTO              PIC X(09).
001420     02  FILLER              PIC X(03).
001430     02  CREDO               PIC X(12).
001440     02  FILLER              PIC X(03).
001450     02  DEBTO               PIC X(12).
001460     02  FILLER              PIC X(03).
001470     02  UCNTO               PIC X(05).
001480     02  FILLER              PIC X(03).
001490     02  UDAYO               PIC X(03).
001500     02  FILLER              PIC X(03).
001510     02  UTOTO               PIC X(12).
001520     02  FILLER              PIC X(03).
001530     02  WRKUO               PIC X(08).
001540     02  FILLER              PIC X(03).
001550     02  WRKTO               PIC X(17).
001560     02  FILLER              PIC X(03).
001570     02  CLSUO               PIC X(08).
001580     02  FILLER              PIC X(03).
001590     02  CLSTO               PIC X(17).
001600     02  FILLER              PIC X(03).
001610     02  DISPO               PIC X(01).
001620     02  FILLER              PIC X(03).
001630     02  NOTEO               PIC X(40).
001640     02  FILLER              PIC X(03).
001650     02  MSGO                PIC X(76).
