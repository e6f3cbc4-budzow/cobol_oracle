000010*----------------------------------------------------------*
000020* ALAKMAP - SYMBOLIC MAP FOR THE ON-CALL NOTIFICATION      *
000030*           CLAIM ONLINE SCREEN, GENERATED FROM MAPSET     *
000040*           ALAKMAP (BMS/ALAKMAP.BMS).  DO NOT HAND-EDIT - *
000050*           REASSEMBLE THE MAPSET AND REGENERATE INSTEAD.  *
000060*----------------------------------------------------------*
000070 01  ALAKMAPI.
000080     02  FILLER              PIC X(12).
000090     02  SPGML               PIC S9(4) COMP.
000100     02  SPGMF               PIC X.
000110     02  FILLER REDEFINES SPGMF.
000120         03  SPGMA           PIC X.
000130     02  SPGMI               PIC X(12).
000140     02  STATEL              PIC S9(4) COMP.
000150     02  STATEF              PIC X.
000160     02  FILLER REDEFINES STATEF.
000170         03  STATEA          PIC X.
000180     02  STATEI              PIC X(09).
000190     02  OPERL               PIC S9(4) COMP.
000200     02  OPERF               PIC X.
000210     02  FILLER REDEFINES OPERF.
000220         03  OPERA           PIC X.
000230     02  OPERI               PIC X(20).
000240     02  RSNL                PIC S9(4) COMP.
000250     02  RSNF                PIC X.
000260     02  FILLER REDEFINES RSNF.
000270         03  RSNA            PIC X.
000280     02  RSNI                PIC X(04).
000290     02  RCL                 PIC S9(4) COMP.
000300     02  RCF                 PIC X.
000310     02  FILLER REDEFINES RCF.
000320         03  RCA             PIC X.
000330     02  RCI                 PIC X(04).
000340     02  OPNDL               PIC S9(4) COMP.
000350     02  OPNDF               PIC X.
000360     02  FILLER REDEFINES OPNDF.
000370         03  OPNDA           PIC X.
000380     02  OPNDI               PIC X(17).
000390     02  RPTL                PIC S9(4) COMP.
000400     02  RPTF                PIC X.
000410     02  FILLER REDEFINES RPTF.
000420         03  RPTA            PIC X.
000430     02  RPTI                PIC X(09).
000440     02  LASTL               PIC S9(4) COMP.
000450     02  LASTF               PIC X.
000460     02  FILLER REDEFINES LASTF.
000470         03  LASTA           PIC X.
000480     02  LASTI               PIC X(17).
000490     02  LEVLL               PIC S9(4) COMP.
000500     02  LEVLF               PIC X.
000510     02  FILLER REDEFINES LEVLF.
000520         03  LEVLA           PIC X.
000530     02  LEVLI               PIC X(09).
000540     02  PGTOL               PIC S9(4) COMP.
000550     02  PGTOF               PIC X.
000560     02  FILLER REDEFINES PGTOF.
000570         03  PGTOA           PIC X.
000580     02  PGTOI               PIC X(08).
000590     02  PGATL               PIC S9(4) COMP.
000600     02  PGATF               PIC X.
000610     02  FILLER REDEFINES PGATF.
000620         03  PGATA           PIC X.
000630     02  PGATI               PIC X(17).
000640     02  ACKUL               PIC S9(4) COMP.
000650     02  ACKUF               PIC X.
000660     02  FILLER REDEFINES ACKUF.
000670         03  ACKUA           PIC X.
000680     02  ACKUI               PIC X(08).
000690     02  ACKTL               PIC S9(4) COMP.
000700     02  ACKTF               PIC X.
000710     02  FILLER REDEFINES ACKTF.
000720         03  ACKTA           PIC X.
000730     02  ACKTI               PIC X(17).
000740     02  CLSUL               PIC S9(4) COMP.
000750     02  CLSUF               PIC X.
000760     02  FILLER REDEFINES CLSUF.
000770         03  CLSUA           PIC X.
000780     02  CLSUI               PIC X(08).
000790     02  CLSTL               PIC S9(4) COMP.
000800     02  CLSTF               PIC X.
000810     02  FILLER REDEFINES CLSTF.
000820         03  CLSTA           PIC X.
000830     02  CLSTI               PIC X(17).
000840     02  MSGL                PIC S9(4) COMP.
000850     02  MSGF                PIC X.
000860     02  FILLER REDEFINES MSGF.
000870         03  MSGA            PIC X.
000880     02  MSGI                PIC X(76).
000890
000900 01  ALAKMAPO REDEFINES ALAKMAPI.
000910     02  FILLER              PIC X(12).
000920     02  FILLER              PIC X(03).
000930     02  SPGMO               PIC X(12).
000940     02  FILLER              PIC X(03).
000950     02  STATEO              PIC X(09).
000960     02  FILLER              PIC X(03).
000970     02  OPERO               PIC X(20).
000980     02  FILLER              PIC X(03).
000990     02  RSNO                PIC X(04).
001000     02  FILLER              PIC X(03).
001010     02  RCO                 PIC X(04).
001020     02  FILLER              PIC X(03).
001030     02  OPNDO               PIC X(17).
001040     02  FILLER              PIC X(03).
001050     02  RPTO                PIC X(09).
001060     02  FILLER              PIC X(03).
001070     02  LASTO               PIC X(17).
001080     02  FILLER              PIC X(03).
001090     02  LEVLO               PIC X(09).
001100     02  FILLER              PIC X(03).
001110     02  PGTOO               PIC X(08).
001120     02  FILLER              PIC X(03).
001130     02  PGATO               PIC X(17).
001140     02  FILLER              PIC X(03).
001150     02  ACKUO               PIC X(08).
001160     02  FILLER              PIC X(03).
001170     02  ACKTO               PIC X(17).
001180     02  FILLER              PIC X(03).
001190     02  CLSUO               PIC X(08).
001200     02  FILLER              PIC X(03).
001210     02  CLSTO               PIC X(17).
001220     02  FILLER              PIC X(03).
001230     02  MSGO                PIC X(76).
