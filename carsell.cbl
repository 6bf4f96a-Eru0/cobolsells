	   		relative key is rel-old2.
	   		select optional arq-tmp assign "ARQWORK.DAT"
	   		organization is line sequential.
	   		select optional fic-ext assign wext-fname
	   		organization is line sequential.
	   		select optional fic-bancoctl assign "BANCOCTL.DAT"
	   		organization is line sequential.
	   		select optional fic-cons assign "CONSIGNA.DAT"
	   		organization is line sequential.
	   		select optional fic-cons-tmp assign "CONSWORK.DAT"
	   		organization is line sequential.
	   		select optional fic-doc assign "DOCUMENTOS.DAT"
	   		organization is line sequential.
	   		select optional fic-doc-tmp assign "DOCWORK.DAT"
	   		organization is line sequential.
	   		select optional fic-std assign "STANDS.DAT"
	   		organization is line sequential.
	   		select optional fic-trf assign "TRANSFERENCIAS.DAT"
	   		organization is line sequential.
	   		select optional fic-per assign "PERIODOS.DAT"
	   		organization is line sequential.
	   		select optional fic-par assign "PARAMETROS.DAT"
	   		organization is line sequential.
	   		select optional fic-lead assign "LEADS.DAT"
	   		organization is line sequential.
	   		select optional fic-td assign "TESTDRIVE.DAT"
	   		organization is line sequential.
	   		select optional fic-td-tmp assign "TDWORK.DAT"
	   		organization is line sequential.
	   		select optional fic-bkf assign wbk-path
	   		organization is line sequential.
	   		select optional fic-man assign wbk-mpath
	   		organization is line sequential.
	   		select optional fic-bkc assign "BKPCTL.DAT"
	   		organization is line sequential.
	   		select optional fic-bkc-tmp assign "BKPWORK.DAT"
	   		organization is line sequential.
	   		select optional fic-cli-tmp assign "CLIWORK.DAT"
	   		organization is line sequential.
	   		select optional fic-lead-tmp assign "LEADWORK.DAT"
	   		organization is line sequential.
	   		select optional fic-fat-tmp assign "FATWORK.DAT"
	   		organization is line sequential.

	   data division.
	   file section.
	   		03 retoma-valor pic 9(6)v99.
	   		03 retoma-matr pic x(6).
	   		03 forn-cod    pic 9(4).
	   		03 tipo-viatura pic x.
	   		03 ipo-validade pic 9(8).
	   		03 stand       pic 99.

	   fd fic-idx.
	   01 idx-rec.
	   		03 contacto-cli pic 9(9).
	   		03 nome-cli     pic a(20).
	   		03 nif-cli      pic 9(9).
	   		03 cli-consent  pic x.
	   		03 cli-consdata pic 9(8).

	   fd arquivo.
	   01 arq-reg pic x(200).
	   		03 desp-data  pic 9(8).
	   		03 desp-descr pic x(20).
	   		03 desp-valor pic 9(6)v99.
	   		03 desp-stand pic 99.

	   fd fic-desp-tmp.
	   01 despesa-reg-tmp.
	   		03 desp-data-tmp  pic 9(8).
	   		03 desp-descr-tmp pic x(20).
	   		03 desp-valor-tmp pic 9(6)v99.
	   		03 desp-stand-tmp pic 99.

	   fd fic-fat.
	   01 fatura-reg.
	   		03 fat-total    pic 9(7)v99.
	   		03 fat-regime   pic x.
	   		03 fat-retoma   pic 9(6)v99.
	   		03 fat-linha    pic 99.
	   		03 fat-stand    pic 99.
	   		03 fat-taxa     pic 99v99.

	   fd fic-fatctl.
	   01 fatctl-rec.
	   		03 rec-data   pic 9(8).
	   		03 rec-valor  pic 9(7)v99.
	   		03 rec-metodo pic x(10).
	   		03 rec-stand  pic 99.

	   fd fic-nc.
	   01 nota-reg.
	   		03 nc-iva       pic 9(6)v99.
	   		03 nc-total     pic 9(7)v99.
	   		03 nc-regime    pic x.
	   		03 nc-linha     pic 99.

	   fd fic-ncctl.
	   01 ncctl-rec.
	   		03 rec-data-tmp   pic 9(8).
	   		03 rec-valor-tmp  pic 9(7)v99.
	   		03 rec-metodo-tmp pic x(10).
	   		03 rec-stand-tmp  pic 99.

	   fd fic-caixa.
	   01 caixa-reg.
	   		03 cx-dif       pic s9(8)v99 sign leading separate.
	   		03 cx-estado    pic x.
	   		03 cx-user      pic x(10).
	   		03 cx-transf    pic 9(8)v99.

	   fd fic-gar.
	   01 garantia-reg.
	   		03 util-nome  pic x(10).
	   		03 util-senha pic x(10).
	   		03 util-nivel pic 9.
	   		03 util-stand pic 99.

	   fd fic-lote.
	   01 lote-reg.
	   		03 lote-fornec   pic x(20).
	   		03 lote-vendedor pic a(15).
	   		03 lote-regime   pic x.
	   		03 lote-ipo      pic 9(8).
	   		03 lote-stand    pic 99.

	   fd fic-loterej.
	   01 loterej-reg.
	   		03 rej-lote   pic x(132).
	   		03 rej-motivo pic x(30).

	   fd fic-ped.
	   fd relfic.
	   01 rel-linha pic x(100).

	   fd fic-ext.
	   01 ext-linha pic x(80).

	   fd fic-bancoctl.
	   01 bancoctl-rec.
	   		03 bctl-conta  pic x(25).
	   		03 bctl-data   pic 9(8).
	   		03 bctl-seq    pic 9(4).
	   		03 bctl-import pic 9(8).
	   		03 bctl-estado pic x.
	   		03 bctl-nmov   pic 9(4).
	   		03 bctl-nconc  pic 9(4).
	   		03 bctl-nexc   pic 9(4).
	   		03 bctl-valor  pic 9(9)v99.
	   		03 bctl-user   pic x(10).

	   fd fic-cons.
	   01 consigna-reg.
	   		03 cons-matr     pic x(6).
	   		03 cons-relnum   pic 9(6).
	   		03 cons-dono     pic 9(9).
	   		03 cons-nome     pic a(20).
	   		03 cons-entrada  pic 9(8).
	   		03 cons-liquido  pic 9(6)v99.
	   		03 cons-comissao pic 9(6)v99.
	   		03 cons-estado   pic x.
	   		03 cons-fatnum   pic 9(6).
	   		03 cons-venda    pic 9(8).
	   		03 cons-preco    pic 9(6)v99.
	   		03 cons-pagdata  pic 9(8).
	   		03 cons-meio     pic x(10).
	   		03 cons-user     pic x(10).

	   fd fic-cons-tmp.
	   01 consigna-reg-tmp pic x(116).

	   fd fic-doc.
	   01 doc-reg.
	   		03 doc-matr    pic x(6).
	   		03 doc-fatnum  pic 9(6).
	   		03 doc-passo   pic x(10).
	   		03 doc-fatdata pic 9(8).
	   		03 doc-data    pic 9(8).
	   		03 doc-estado  pic x.
	   		03 doc-obs     pic x(30).
	   		03 doc-user    pic x(10).

	   fd fic-doc-tmp.
	   01 doc-reg-tmp pic x(79).

	   fd fic-std.
	   01 stand-reg.
	   		03 std-cod  pic 99.
	   		03 std-nome pic x(20).

	   fd fic-trf.
	   01 transf-reg.
	   		03 trf-matr      pic x(6).
	   		03 trf-data      pic 9(8).
	   		03 trf-origem    pic 99.
	   		03 trf-destino   pic 99.
	   		03 trf-motorista pic x(20).
	   		03 trf-motivo    pic x(30).
	   		03 trf-user      pic x(10).

	   fd fic-per.
	   01 periodo-reg.
	   		03 per-tipo    pic x.
	   		03 per-data    pic 9(8).
	   		03 per-estado  pic x.
	   		03 per-regdata pic 9(8).
	   		03 per-user    pic x(10).
	   		03 per-motivo  pic x(30).

	   fd fic-par.
	   01 param-reg.
	   		03 par-codigo   pic x(8).
	   		03 par-vendedor pic a(15).
	   		03 par-inicio   pic 9(8).
	   		03 par-valor    pic 9(5)v99.
	   		03 par-regdata  pic 9(8).
	   		03 par-user     pic x(10).

	   fd fic-lead.
	   01 lead-reg.
	   		03 lead-data     pic 9(8).
	   		03 lead-origem   pic x.
	   		03 lead-contacto pic 9(9).
	   		03 lead-nome     pic a(20).
	   		03 lead-vendedor pic a(15).
	   		03 lead-matr     pic x(6).
	   		03 lead-obs      pic x(30).
	   		03 lead-user     pic x(10).

	   fd fic-td.
	   01 td-reg.
	   		03 td-matr       pic x(6).
	   		03 td-relnum     pic 9(6).
	   		03 td-data       pic 9(8).
	   		03 td-hsaida     pic 9(4).
	   		03 td-hregresso  pic 9(4).
	   		03 td-kmreg      pic 9(6).
	   		03 td-kmsaida    pic 9(6).
	   		03 td-kmregresso pic 9(6).
	   		03 td-contacto   pic 9(9).
	   		03 td-nome       pic a(20).
	   		03 td-carta      pic x(15).
	   		03 td-vendedor   pic a(15).
	   		03 td-estado     pic x.
	   		03 td-obs        pic x(30).
	   		03 td-user       pic x(10).

	   fd fic-td-tmp.
	   01 td-reg-tmp pic x(146).

	   fd fic-bkf.
	   01 bkf-linha pic x(500).

	   fd fic-man.
	   01 man-reg.
	   		03 man-fich  pic x(20).
	   		03 man-pres  pic x.
	   		03 man-tam   pic 9(10).
	   		03 man-regs  pic 9(8).
	   		03 man-total pic 9(11)v99.

	   fd fic-bkc.
	   01 bkpctl-reg.
	   		03 bkc-dir    pic x(20).
	   		03 bkc-data   pic 9(8).
	   		03 bkc-hora   pic 9(6).
	   		03 bkc-user   pic x(10).
	   		03 bkc-nfich  pic 9(4).
	   		03 bkc-estado pic x.

	   fd fic-bkc-tmp.
	   01 bkpctl-reg-tmp pic x(49).

	   fd fic-cli-tmp.
	   01 cliente-reg-tmp pic x(47).

	   fd fic-lead-tmp.
	   01 lead-reg-tmp pic x(99).

	   fd fic-fat-tmp.
	   01 fatura-reg-tmp pic x(125).

	   working-storage section.
	   77 opcao pic 99.
	   77 opcao2 pic 9.
	   		03 wexpd-iva pic 9(6)v99.
	   		03 wexpd-total pic 9(7)v99.
	   		03 wexpd-regime pic x.
	   		03 wexpd-linha pic 99.
	   01 wexp-trl.
	   		03 wexpt-tipo pic x value "T".
	   		03 wexpt-cnt pic 9(6).
	   77 wbkcnt2 pic 9(4).
	   77 wbkcnt3 pic 9(4).
	   77 wbkcnt4 pic 9(4).
	   77 wbkcnt5 pic 9(4).
	   77 wbktot1 pic 9(9)v99.
	   77 wbktot2 pic 9(9)v99.
	   77 wbktot3 pic 9(9)v99.
	   77 wbktot4 pic 9(9)v99.
	   77 wbktot5 pic 9(9)v99.
	   77 wfn-receb pic x(21) value "RECEB.DAT".
	   77 wfn-receb-work pic x(21) value "RECWORK.DAT".
	   77 wcxstamp pic 9(4).
	   77 wcxcont pic 9(8)v99.
	   77 wcxdif pic s9(8)v99.
	   77 wcxult pic x.
	   77 wcxtrf pic 9(8)v99.
	   77 wwcx pic -(7)9.99.
	   77 wfn-gar pic x(21) value "GARANTIA.DAT".
	   77 wfn-gar-work pic x(21) value "GARWORK.DAT".
	   		03 wdelidx-entry occurs 1000 times.
	   			05 wdelidx-matr   pic x(6).
	   			05 wdelidx-relnum pic 9(6).
	   77 wext-fname pic x(21).
	   01 wext-cab.
	   		03 wextc-tipo  pic x.
	   		03 wextc-conta pic x(25).
	   		03 wextc-data  pic 9(8).
	   		03 wextc-seq   pic 9(4).
	   		03 filler      pic x(42).
	   01 wext-mov.
	   		03 wextm-tipo     pic x.
	   		03 wextm-data     pic 9(8).
	   		03 wextm-natureza pic x.
	   		03 wextm-valor    pic 9(9)v99.
	   		03 wextm-ref      pic x(40).
	   		03 filler         pic x(19).
	   77 wbc-ref pic x(40).
	   77 wbc-refup pic x(40).
	   77 wbc-i pic 99.
	   77 wbc-j pic 99.
	   77 wbc-pat pic x(12).
	   77 wbc-plen pic 99.
	   77 wbc-tal pic 9(4).
	   77 wbc-numed pic z(5)9.
	   77 wbc-nref pic 9(4).
	   77 wbc-nval pic 9(4).
	   77 wbc-cand pic 9(5).
	   77 wbc-nmov pic 9(4).
	   77 wbc-ndeb pic 9(4).
	   77 wbc-nconc pic 9(4).
	   77 wbc-nexc pic 9(4).
	   77 wbc-valconc pic 9(9)v99.
	   77 wbc-motivo pic x(30).
	   77 wbc-ja pic x.
	   77 wbc-estado pic x.
	   77 wwbc pic z(8)9.99.
	   77 wftn pic 9(5).
	   77 wfti pic 9(5).
	   77 wftj pic 9(5).
	   77 wftover pic x.
	   77 wfln pic 9(5).
	   77 wfli pic 9(5).
	   01 wfl-tab.
	   		03 wfl-matr pic x(6) occurs 60000 times.
	   01 wft-tab.
	   		03 wft-ent occurs 20000 times.
	   			05 wft-num   pic 9(6).
	   			05 wft-data  pic 9(8).
	   			05 wft-nif   pic 9(9).
	   			05 wft-cont  pic 9(9).
	   			05 wft-nome  pic x(20).
	   			05 wft-matr  pic x(6).
	   			05 wft-l1    pic 9(5).
	   			05 wft-lin   pic 99.
	   			05 wft-total pic 9(8)v99.
	   			05 wft-rec   pic 9(8)v99.
	   			05 wft-nc    pic x.
	   			05 wft-nclin pic 99.
	   			05 wft-nctot pic 9(8)v99.
	   			05 wft-saldo pic s9(8)v99.
	   			05 wft-ref   pic x.
	   77 wfatlin pic 99.
	   77 wfattot pic 9(8)v99.
	   77 wnclin pic 99.
	   77 wnccred pic 9(8)v99.
	   77 wfatret pic 9(7)v99.
	   77 wfrn pic 99.
	   77 wfri pic 99.
	   77 wfrfim pic x.
	   77 wfrtot pic 9(8)v99.
	   77 wfrivat pic 9(8)v99.
	   77 wfrnome pic a(20).
	   77 wfrvend pic a(15).
	   77 wprocest pic x(10).
	   01 wfr-tab.
	   		03 wfr-ent occurs 20 times.
	   			05 wfr-rel    pic 9(6).
	   			05 wfr-matr   pic x(6).
	   			05 wfr-marca  pic a(15).
	   			05 wfr-modelo pic x(10).
	   			05 wfr-preco  pic 9(6)v99.
	   			05 wfr-pant   pic 9(6)v99.
	   			05 wfr-iva    pic 9(6)v99.
	   			05 wfr-regime pic x.
	   77 wnln pic 99.
	   77 wnli pic 99.
	   77 wnlsel pic 99.
	   77 wnlcnt pic 99.
	   01 wnl-tab.
	   		03 wnl-ent occurs 20 times.
	   			05 wnl-linha  pic 99.
	   			05 wnl-matr   pic x(6).
	   			05 wnl-marca  pic x(15).
	   			05 wnl-modelo pic x(10).
	   			05 wnl-preco  pic 9(6)v99.
	   			05 wnl-iva    pic 9(6)v99.
	   			05 wnl-total  pic 9(7)v99.
	   			05 wnl-regime pic x.
	   			05 wnl-cred   pic x.
	   			05 wnl-sel    pic x.
	   			05 wnl-rel    pic 9(6).
	   77 wfn-cons pic x(21) value "CONSIGNA.DAT".
	   77 wfn-cons-work pic x(21) value "CONSWORK.DAT".
	   77 wconsfee pic 9(6)v99.
	   77 wconsok pic x.
	   77 wconsest pic x.
	   77 wconsn pic 9(4).
	   77 wconsdev pic 9(8)v99.
	   77 wconsmatr pic x(6).
	   77 wconsmeio pic x(10).
	   77 wconsstk pic 9(4).
	   77 wstkval pic 9(9)v99.
	   01 wcons-sav pic x(116).
	   77 wfn-doc pic x(21) value "DOCUMENTOS.DAT".
	   77 wfn-doc-work pic x(21) value "DOCWORK.DAT".
	   77 wdocn pic 9(4).
	   77 wdoci pic 9(4).
	   77 wdocnp pic 9(4).
	   77 wdoctot pic 9(4).
	   77 wdocdias pic 9(5).
	   77 wdockey pic x(12).
	   77 wdocfat pic 9(8).
	   77 wdocpend pic x(40).
	   77 wdocptr pic 99.
	   77 wdocest pic x.
	   77 wdocdata pic 9(8).
	   77 wdocobs pic x(30).
	   77 wipoflag pic x(16).
	   77 wstand pic 99 value 1.
	   77 wstandv pic 99.
	   77 wstdfil pic 99.
	   77 wstdok pic x.
	   77 wstdcod pic 99.
	   77 wstdnome pic x(20).
	   77 wstdfound pic x.
	   77 wstdi pic 9(3).
	   77 wstdorig pic 99.
	   77 wtrfmot pic x(20).
	   77 wtrfmotivo pic x(30).
	   01 wstd-tab.
	   		03 wstd-ent occurs 99 times.
	   			05 wstd-fat  pic 9(8)v99.
	   			05 wstd-rec  pic 9(8)v99.
	   			05 wstd-desp pic 9(7)v99.
	   01 wperiodo.
	   		03 wper-data pic 9(8).
	   		03 filler redefines wper-data.
	   			05 wper-anomes pic 9(6).
	   			05 wper-dia pic 99.
	   77 wper-mkey pic 9(8).
	   77 wperhoje pic 9(6).
	   77 wperfech pic x.
	   77 wperdiaest pic x.
	   77 wpermesest pic x.
	   77 wpertipo pic x.
	   77 wperest pic x.
	   77 wpermot pic x(30).
	   77 wpermsg pic x(50).
	   77 wncfdata pic 9(8).
	   77 wncper pic x.
	   77 wpar-cod pic x(8).
	   77 wpar-vend pic a(15).
	   77 wpar-vsav pic a(15).
	   77 wpar-data pic 9(8).
	   77 wpar-val pic 9(5)v99.
	   77 wpar-novo pic 9(5)v99.
	   77 wpar-ini pic 9(8).
	   77 wpar-achou pic x.
	   77 wpar-n pic 9(4).
	   77 wpar-i pic 9(4).
	   77 wwpar pic z(4)9.99.
	   77 wtaxa-iva pic 9(3)v99.
	   77 wvd-achou pic x.
	   77 wvd-data pic 9(8).
	   77 wvd-iva pic 9(6)v99.
	   77 wvd-taxa pic 99v99.
	   77 wwtaxa pic z9.99.
	   77 wresdias pic 9(3).
	   77 wwresd pic zz9.
	   77 wband1 pic 9(4).
	   77 wband2 pic 9(4).
	   77 wband3 pic 9(4).
	   77 wwb1 pic zzz9.
	   77 wwb2 pic zzz9.
	   77 wwb3 pic zzz9.
	   77 wcomtot pic 9(8)v99.
	   01 wpar-tab.
	   		03 wpar-ent occurs 200 times.
	   			05 wpt-cod  pic x(8).
	   			05 wpt-vend pic a(15).
	   			05 wpt-ini  pic 9(8).
	   			05 wpt-val  pic 9(5)v99.
	   77 wfn-td pic x(21) value "TESTDRIVE.DAT".
	   77 wfn-td-work pic x(21) value "TDWORK.DAT".
	   77 wlorig pic x.
	   77 wlobs pic x(30).
	   77 wlcarta pic x(15).
	   77 wlconv pic x.
	   77 wlmes pic 9(6).
	   77 wlhora pic 9(8).
	   77 wlkm pic 9(6).
	   77 wlkmlim pic 9(5).
	   77 wlperc pic 9(6).
	   77 wlflag pic x.
	   77 wltd-sav pic x(146).
	   77 wlvn pic 9(4).
	   77 wlvi pic 9(4).
	   77 wlvx pic 9(4).
	   77 wlcn pic 9(4).
	   77 wlci pic 9(4).
	   77 wlcx pic 9(4).
	   77 wcvn pic 9(4).
	   77 wcvi pic 9(4).
	   77 wlcnt pic 9(4).
	   01 wlv-tab.
	   		03 wlv-ent occurs 50 times.
	   			05 wlv-nome  pic a(15).
	   			05 wlv-leads pic 9(4).
	   			05 wlv-lconv pic 9(4).
	   			05 wlv-tds   pic 9(4).
	   			05 wlv-tconv pic 9(4).
	   01 wlc-tab.
	   		03 wlc-ent occurs 200 times.
	   			05 wlc-matr pic x(6).
	   			05 wlc-leads pic 9(4).
	   			05 wlc-lconv pic 9(4).
	   			05 wlc-tds  pic 9(4).
	   			05 wlc-conv pic 9(4).
	   01 wcv-tab.
	   		03 wcv-ent occurs 2000 times.
	   			05 wcv-matr pic x(6).
	   			05 wcv-cont pic 9(9).
	   77 wfn-bkpctl pic x(21) value "BKPCTL.DAT".
	   77 wfn-bkp-work pic x(21) value "BKPWORK.DAT".
	   77 wbk-dir pic x(20).
	   77 wbk-dirx pic x(20).
	   77 wfn-cli pic x(21) value "CLIENTES.DAT".
	   77 wfn-cli-work pic x(21) value "CLIWORK.DAT".
	   77 wfn-lead pic x(21) value "LEADS.DAT".
	   77 wfn-lead-work pic x(21) value "LEADWORK.DAT".
	   77 wfn-fat pic x(21) value "FATURAS.DAT".
	   77 wfn-fat-work pic x(21) value "FATWORK.DAT".
	   77 wrg-cont pic 9(9).
	   77 wrg-cons pic x.
	   77 wrg-op pic 9.
	   77 wrg-bloq pic 9(4).
	   77 wrg-anos pic 9(3).
	   77 wrg-limite pic 9(8).
	   77 wrg-nreg pic 9(5).
	   77 wrg-narq pic 9(5).
	   77 wrg-nped pic 9(5).
	   77 wrg-nlead pic 9(5).
	   77 wrg-ntd pic 9(5).
	   77 wrg-ncons pic 9(5).
	   77 wrg-nfat pic 9(5).
	   77 wrg-nret pic 9(5).
	   77 wrg-ncli pic 9(5).
	   77 wbk-nome pic x(20).
	   77 wbk-path pic x(45).
	   77 wbk-dst pic x(45).
	   77 wbk-mpath pic x(45).
	   77 wbk-modo pic x.
	   77 wbk-rc pic 9.
	   77 wbk-ok pic x.
	   77 wbk-pres pic x.
	   77 wbk-tam pic 9(10).
	   77 wbk-regs pic 9(8).
	   77 wbk-tot pic 9(11)v99.
	   77 wbk-i pic 99.
	   77 wbk-nerr pic 9(4).
	   77 wbk-nman pic 9(4).
	   77 wbk-fim pic x.
	   77 wbk-hora pic 9(8).
	   77 wbk-ger pic 9(3).
	   77 wbk-ngen pic 9(4).
	   77 wbk-rem pic 9(4).
	   77 wbk-sel pic 9(4).
	   77 wbk-nfich pic 99 value 33.
	   01 wbk-n9 pic x(9).
	   01 wbk-v9 redefines wbk-n9 pic 9(7)v99.
	   01 wbk-n8 pic x(8).
	   01 wbk-v8 redefines wbk-n8 pic 9(6)v99.
	   01 wbk-lista-val.
	   		03 filler pic x(20) value "LIST.DAT".
	   		03 filler pic x(20) value "MATR-IDX.DAT".
	   		03 filler pic x(20) value "PROXREL.DAT".
	   		03 filler pic x(20) value "CLIENTES.DAT".
	   		03 filler pic x(20) value "LIST-ARCHIVE.DAT".
	   		03 filler pic x(20) value "ARQCTL.DAT".
	   		03 filler pic x(20) value "ARQPEND.DAT".
	   		03 filler pic x(20) value "DESPESAS.DAT".
	   		03 filler pic x(20) value "FATURAS.DAT".
	   		03 filler pic x(20) value "FATCTL.DAT".
	   		03 filler pic x(20) value "RECEB.DAT".
	   		03 filler pic x(20) value "NOTASCRED.DAT".
	   		03 filler pic x(20) value "NCCTL.DAT".
	   		03 filler pic x(20) value "FORNECEDORES.DAT".
	   		03 filler pic x(20) value "EXPCTL.DAT".
	   		03 filler pic x(20) value "BATCHLOG.DAT".
	   		03 filler pic x(20) value "PRECOHIST.DAT".
	   		03 filler pic x(20) value "CAIXA.DAT".
	   		03 filler pic x(20) value "GARANTIA.DAT".
	   		03 filler pic x(20) value "UTILIZADORES.DAT".
	   		03 filler pic x(20) value "AUDIT.DAT".
	   		03 filler pic x(20) value "LOTE.DAT".
	   		03 filler pic x(20) value "LOTE-REJ.DAT".
	   		03 filler pic x(20) value "PEDIDOS.DAT".
	   		03 filler pic x(20) value "BANCOCTL.DAT".
	   		03 filler pic x(20) value "CONSIGNA.DAT".
	   		03 filler pic x(20) value "DOCUMENTOS.DAT".
	   		03 filler pic x(20) value "STANDS.DAT".
	   		03 filler pic x(20) value "TRANSFERENCIAS.DAT".
	   		03 filler pic x(20) value "PERIODOS.DAT".
	   		03 filler pic x(20) value "PARAMETROS.DAT".
	   		03 filler pic x(20) value "LEADS.DAT".
	   		03 filler pic x(20) value "TESTDRIVE.DAT".
	   01 wbk-lista redefines wbk-lista-val.
	   		03 wbk-fich pic x(20) occurs 33 times.
	   01 wbk-gen-tab.
	   		03 wbk-gen pic x(20) occurs 100 times.
	   01 wbk-man-tab.
	   		03 wbk-man-ent occurs 40 times.
	   			05 wbk-man-fich pic x(20).
	   			05 wbk-man-pres pic x.

	   screen section.
	   01 cabec.	
	   			move 1 to wnivel
	   		end-if.
	   		perform verifica-layout.
	   		perform carrega-parametros.
	   		if wbatch = "S"
	   			go to batch-run
	   		end-if.
			display "30 - Antiguidade de Stock".
			display "31 - Fecho de Caixa".
			display "32 - Garantias Pos-Venda".
			display "33 - Importar Extrato Bancario".
			display "34 - Venda de Frota".
			display "35 - Viaturas em Consignacao".
			display "36 - Documentacao de Vendas e IPO".
			display "37 - Stands e Transferencias".
			if wnivel = 2
				display "38 - Periodos Fechados"
				display "39 - Parametros e Taxas"
			end-if.
			display "40 - Contactos e Test-Drives".
			if wnivel = 2
				display "41 - Copias de Seguranca"
			end-if.
			display "42 - Clientes e RGPD".
			display "0 - Sair".
			display "Digite a opcao que pretende".
	   		move 99 to opcao.
	   			when 30 go to antiguidade
	   			when 31 go to fecho-caixa
	   			when 32 go to garantias
	   			when 33 go to extrato
	   			when 34 go to venda-frota
	   			when 35 go to consigna
	   			when 36 go to documentos
	   			when 37 go to stands
	   			when 38
	   				if wnivel < 2
	   					go to sem-acesso
	   				end-if
	   				go to periodos
	   			when 39
	   				if wnivel < 2
	   					go to sem-acesso
	   				end-if
	   				go to parametros
	   			when 40 go to leads
	   			when 41
	   				if wnivel < 2
	   					go to sem-acesso
	   				end-if
	   				go to copias
	   			when 42 go to rgpd
	   			when 0 go to fim
	   			when other go to ecra
	   		end-evaluate
	  		end-perform.
	   registos.
	   		display cls.
	   		perform verifica-hoje.
	   		if wperfech = "S"
	   			display wpermsg
	   			accept pausa
	   			go ecra
	   		end-if.
	   		move spaces to registo.
	   		move 0 to wsinal-ant.
	   		accept date-registo from date.
	   		    move wcontacto to contacto-cli
	   		    move nome to nome-cli
	   		    move wnif to nif-cli
	   		    perform pede-consentimento
	   		    move wrg-cons to cli-consent
	   		    accept cli-consdata from date yyyymmdd
	   		    open extend clientes
	   		    write cliente-reg
	   		    close clientes
	   		    display "Quilometragem tem de ser diferente de zero. Introduza novamente: "
	   		    accept km
	   		end-perform.
	   		display "Validade da IPO (AAAAMMDD, 0 = desconhecida): ".
	   		accept wval-num.
	   		perform until wval-num = 0 or (wval-mes >= 1 and wval-mes <= 12
	   		and wval-dia >= 1 and wval-dia <= 31)
	   		    display "Data invalida. Introduza novamente (AAAAMMDD): "
	   		    accept wval-num
	   		end-perform.
	   		move wval-num to ipo-validade.
	   		perform pede-stand.
	   		move wstdcod to stand.
	   		display "Tipo de entrada (1-Compra 2-Consignacao): ".
	   		accept opcao2.
	   		perform until opcao2 = 1 or opcao2 = 2
	   		    display "Opcao invalida. Tipo de entrada (1-Compra 2-Consignacao): "
	   		    accept opcao2
	   		end-perform.
	   		move space to tipo-viatura.
	   		if opcao2 = 2
	   		    move "C" to tipo-viatura
	   		    perform pede-consigna
	   		    go to registos-venda
	   		end-if.
	   		display "Preco de Compra: "
	   		accept preco-compra.
	   		perform until preco-compra > 0
	   		else
	   		    move "M" to regime-iva
	   		end-if.
	   registos-venda.
	   		display "Preco de Venda: "
	   		accept preco.
	   		perform until preco > 0
	   		    display "Opcao invalida. Estado (1-Em Stock 2-Vendido 3-Reservado): "
	   		    accept opcao2
	   		end-perform.
	   		perform until tipo-viatura not = "C" or opcao2 = 1 or opcao2 = 3
	   		    display "Viatura em consignacao entra em stock. Estado (1-Em Stock 3-Reservado): "
	   		    accept opcao2
	   		end-perform.
	   		move 0 to sinal.
	   		move 0 to res-contacto.
	   		move 0 to res-validade.
	   		        if res-contacto = 0
	   		            move contacto to res-contacto
	   		        end-if
	   		        perform reserva-defeito
	   		        display "Data limite da reserva (AAAAMMDD, 0 = " wwresd " dias): "
	   		        accept wval-num
	   		        if wval-num = 0
	   		            compute wval-num = function date-of-integer(
	   		            function integer-of-date(whoje) + wresdias)
	   		        end-if
	   		        perform until wval-num >= whoje and wval-mes >= 1
	   		        and wval-mes <= 12 and wval-dia >= 1 and wval-dia <= 31
	   		            display "Data invalida. Introduza novamente (AAAAMMDD): "
	   		        move whoje to rec-data
	   		        move sinal to rec-valor
	   		        move "SINAL" to rec-metodo
	   		        move wstand to rec-stand
	   		        write receb-reg
	   		        close fic-receb
	   		end-evaluate.
	   		move rel-num to idx-relnum.
	   		write idx-rec.
	   		close fic-idx.
	   		if tipo-viatura = "C"
	   			perform grava-consigna
	   		end-if.
	   		if estado = "VENDIDO"
	   			perform emite-fatura
	   		end-if.
	   		accept pausa.
	   		go ecra.
	   valores.
	   		perform pede-filtro-stand.
	   		display cls.
	   		display vendas.
	   		accept wrel-data from date yyyymmdd.
	   				at end move high-values to registo
	   			end-read
	   			if not registo = high-values
	   				perform filtra-stand
	   				if estado = "VENDIDO" and wstdok = "S"
	   				perform calcula-iva
	   				compute soma = preco + iva
	   				move iva to wiva
	   		move 0 to cntar.
	   		display "Qual a marca?: ".
	   		accept wmarc.
	   		perform pede-filtro-stand.
	   		display cls.
	   		display vendas.
	   		accept wrel-data from date yyyymmdd.
	   				at end move high-values to registo
	   			end-read
	   			if not registo = high-values
	   				perform filtra-stand
	   				if marca = wmarc and estado = "VENDIDO" and wstdok = "S"
	   				perform calcula-iva
	   				compute soma = preco + iva
	   				compute cntar = cntar + 1
	   		go ecra.
	   correcao.
	   		display cls.
	   		perform verifica-hoje.
	   		if wperfech = "S"
	   			display wpermsg
	   			accept pausa
	   			go ecra
	   		end-if.
	   		display "Qual a matricula a corrigir/apagar?: ".
	   		accept wmatr.
	   		move "N" to wachou.
	   		end-read.
	   		move estado to westado-ant.
	   		move preco to wpreco-ant.
	   		if westado-ant = "VENDIDO"
	   			compute wper-data = (2000 + ano) * 10000 + mes * 100 + dia
	   			perform verifica-periodo
	   			if wperfech = "S"
	   				close fic
	   				display wpermsg
	   				accept pausa
	   				go ecra
	   			end-if
	   		end-if.
	   		if sinal is numeric
	   			move sinal to wsinal-ant
	   		else
	   				    move wcontacto to contacto-cli
	   				    move nome to nome-cli
	   				    move wnif to nif-cli
	   				    perform pede-consentimento
	   				    move wrg-cons to cli-consent
	   				    accept cli-consdata from date yyyymmdd
	   				    open extend clientes
	   				    write cliente-reg
	   				    close clientes
	   				    display "Quilometragem tem de ser diferente de zero. Introduza novamente: "
	   				    accept km
	   				end-perform
	   				if tipo-viatura = "C"
	   				    display "Liquido a pagar ao consignante: "
	   				else
	   				    display "Preco de Compra: "
	   				end-if
	   				accept preco-compra
	   				perform until preco-compra > 0
	   				    display "Preco de Compra tem de ser superior a zero. Introduza novamente: "
	   				    accept preco-compra
	   				end-perform
	   				if tipo-viatura = "C"
	   				    move "M" to regime-iva
	   				else
	   				    perform pede-fornecedor
	   				    display "Regime de IVA (1-Geral 2-Margem): "
	   				    accept opcao2
	   				    perform until opcao2 = 1 or opcao2 = 2
	   				        display "Opcao invalida. Regime de IVA (1-Geral 2-Margem): "
	   				        accept opcao2
	   				    end-perform
	   				    if opcao2 = 1
	   				        move "G" to regime-iva
	   				    else
	   				        move "M" to regime-iva
	   				    end-if
	   				end-if
	   				display "Preco de Venda: "
	   				accept preco
	   				        if res-contacto = 0
	   				            move contacto to res-contacto
	   				        end-if
	   				        perform reserva-defeito
	   				        display "Data limite da reserva (AAAAMMDD, 0 = " wwresd " dias): "
	   				        accept wval-num
	   				        if wval-num = 0
	   				            compute wval-num = function date-of-integer(
	   				            function integer-of-date(whoje) + wresdias)
	   				        end-if
	   				        perform until wval-num >= whoje and wval-mes >= 1
	   				        and wval-mes <= 12 and wval-dia >= 1 and wval-dia <= 31
	   				            display "Data invalida. Introduza novamente (AAAAMMDD): "
	   				            move whoje to rec-data
	   				            move sinal to rec-valor
	   				            move "SINAL" to rec-metodo
	   				            move wstand to rec-stand
	   				            write receb-reg
	   				            close fic-receb
	   				        end-if
	   				move "REWRITE" to waud-oper
	   				move registo to waud-depois
	   				perform grava-audit
	   				if tipo-viatura = "C"
	   					perform corrige-consigna
	   					if westado-ant = "VENDIDO" and estado not = "VENDIDO"
	   						move matricula to wconsmatr
	   						move "V" to wconsest
	   						perform procura-consigna
	   						if wconsok = "S"
	   							move wcons-sav to consigna-reg
	   							move cons-fatnum to wfatnum
	   							move spaces to consigna-reg
	   						end-if
	   						perform reabre-consigna
	   					end-if
	   				end-if
	   				if preco not = wpreco-ant
	   					accept whoje from date yyyymmdd
	   					open extend fic-phist
	   					perform anula-sinal-receb
	   				end-if
	   			when 2
	   				move matricula to wconsmatr
	   				delete fic
	   					invalid key display "Erro a apagar o registo."
	   				end-delete
	   				if westado-ant = "RESERVADO"
	   					perform anula-sinal-receb
	   				end-if
	   				if tipo-viatura = "C"
	   					perform anula-consigna
	   				end-if
	   			when other
	   				close fic
	   		end-evaluate.
	   		accept wano.
	   		display "Mes do fecho (2 digitos, 00 para o ano inteiro): ".
	   		accept wmes.
	   		perform pede-filtro-stand.
	   		display cls.
	   		display vendas.
	   		accept wrel-data from date yyyymmdd.
	   				at end move high-values to registo
	   			end-read
	   			if not registo = high-values
	   				perform filtra-stand
	   				if ano = wano and (wmes = 0 or mes = wmes) and estado = "VENDIDO"
	   				and wstdok = "S"
	   					perform calcula-iva
	   					compute cntar = cntar + 1
	   					if regime-iva = "M"
	   		delimited by size into rel-linha.
	   		write rel-linha.
	   		close relfic.
	   		if wmes > 0 and wstdfil = 0
	   			perform fecha-mes
	   		end-if.
	   		accept pausa.
	   		go ecra.
	   stock.
	   		perform pede-filtro-stand.
	   		display cls.
	   		display lista.
	   		accept wrel-data from date yyyymmdd.
	   		open extend relfic.
	   		move "Viaturas em Stock" to rel-linha.
	   		write rel-linha.
	   		accept whoje from date yyyymmdd.
	   		move 0 to wstkval.
	   		move 0 to wconsstk.
	   		open input fic.
	   		perform until registo = high-values
	   			read fic
	   				at end move high-values to registo
	   			end-read
	   			if not registo = high-values
	   				perform filtra-stand
	   				if estado = "EM STOCK" and wstdok = "S"
	   				and tipo-viatura not = "C"
	   				move km to wkm
	   				perform verifica-ipo
	   				if preco-compra is numeric
	   					add preco-compra to wstkval
	   				end-if
	   				display nome space contacto space marca
	   				space modelo space ano-fabrico space
	   				matricula space wkm space "Stand: " wstandv space wipoflag
	   				move spaces to rel-linha
	   				string nome " " contacto " " marca " " modelo " "
	   				ano-fabrico " " matricula " " wkm " Stand: " wstandv
	   				delimited by size into rel-linha
	   				write rel-linha
	   				if wipoflag not = spaces
	   					move spaces to rel-linha
	   					string "  " matricula " " wipoflag delimited by size
	   					into rel-linha
	   					write rel-linha
	   				end-if
	   				end-if
	   				if estado = "EM STOCK" and wstdok = "S"
	   				and tipo-viatura = "C"
	   					add 1 to wconsstk
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic.
	   		move low-values to registo.
	   		move wstkval to wtot9.
	   		display "Valor do stock proprio (preco de compra): " wtot9.
	   		move spaces to rel-linha.
	   		string "Valor do stock proprio (preco de compra): " wtot9
	   		delimited by size into rel-linha.
	   		write rel-linha.
	   		if wconsstk > 0
	   			display "Viaturas em consignacao (fora do valor do stock): "
	   			wconsstk
	   			move "Viaturas em consignacao" to rel-linha
	   			write rel-linha
	   			open input fic
	   			perform until registo = high-values
	   				read fic
	   					at end move high-values to registo
	   				end-read
	   				if not registo = high-values
	   					perform filtra-stand
	   					if estado = "EM STOCK" and tipo-viatura = "C"
	   					and wstdok = "S"
	   						move km to wkm
	   						perform verifica-ipo
	   						move preco-compra to wprec
	   						display nome space contacto space marca
	   						space modelo space ano-fabrico space
	   						matricula space wkm " Liquido: " wprec space wipoflag
	   						move spaces to rel-linha
	   						string nome " " contacto " " marca " " modelo " "
	   						ano-fabrico " " matricula " " wkm " Liquido: " wprec
	   						delimited by size into rel-linha
	   						write rel-linha
	   						if wipoflag not = spaces
	   							move spaces to rel-linha
	   							string "  " matricula " " wipoflag delimited by size
	   							into rel-linha
	   							write rel-linha
	   						end-if
	   					end-if
	   				end-if
	   			end-perform
	   			close fic
	   			move low-values to registo
	   		end-if.
	   		close relfic.
	   		accept pausa.
	   		go ecra.
	   comissao.
	   		display cls.
	   		move 0 to soma.
	   		move 0 to wcomtot.
	   		display "Qual o vendedor?: ".
	   		accept wvend.
	   		perform pede-filtro-stand.
	   		display cls.
	   		accept wrel-data from date yyyymmdd.
	   		string "REL-" wrel-ano wrel-mes ".DAT" delimited by size
	   				at end move high-values to registo
	   			end-read
	   			if not registo = high-values
	   				perform filtra-stand
	   				if vendedor = wvend and estado = "VENDIDO" and wstdok = "S"
	   				compute soma = soma + preco
	   				perform procura-venda
	   				if wvd-achou = "S"
	   					move wvd-data to wpar-data
	   				else
	   					compute wpar-data = (2000 + ano) * 10000 + mes * 100 + dia
	   				end-if
	   				move "COMISSAO" to wpar-cod
	   				move wvend to wpar-vend
	   				perform procura-parametro
	   				compute wcomtot = wcomtot + preco * wpar-val / 100
	   				end-if
	   			end-if
	   		end-perform.
	   		display "Total Vendido pelo Vendedor:"
	   		move soma to wsoma.
	   		display wsoma.
	   		move wcomtot to wcomis.
	   		display "Comissao (taxa em vigor a data de cada venda):"
	   		display wcomis.
	   		string "Total Vendido pelo Vendedor: " wsoma
	   		delimited by size into rel-linha.
	   		write rel-linha.
	   		string "Comissao: " wcomis
	   		delimited by size into rel-linha.
	   		write rel-linha.
	   		move 0 to wnccnt.
	   		accept wano.
	   		display "Mes do relatorio (2 digitos, 00 para o ano inteiro): ".
	   		accept wmes.
	   		perform pede-filtro-stand.
	   		display cls.
	   		display margem.
	   		accept wrel-data from date yyyymmdd.
	   				at end move high-values to registo
	   			end-read
	   			if not registo = high-values
	   				perform filtra-stand
	   				if ano = wano and (wmes = 0 or mes = wmes) and estado = "VENDIDO"
	   				and wstdok = "S"
	   					compute marg = preco - preco-compra
	   					compute cntar = cntar + 1
	   					compute cmptot = cmptot + preco-compra
	   			when other go to despesas-menu
	   		end-evaluate.
	   despesas-add.
	   		perform verifica-hoje.
	   		if wperfech = "S"
	   			display wpermsg
	   			go to despesas-menu
	   		end-if.
	   		accept wdespdata from date yyyymmdd.
	   		display "Descricao da despesa: ".
	   		accept wdescr.
	   		move wdespdata to desp-data.
	   		move wdescr to desp-descr.
	   		move wvalor to desp-valor.
	   		move wstand to desp-stand.
	   		write despesa-reg.
	   		close fic-desp.
	   		display "Despesa registada.".
	   			go to despesas-menu
	   		end-if.
	   		move 0 to wdespn.
	   		move 0 to wdespdata.
	   		move spaces to despesa-reg.
	   		open input fic-desp.
	   		perform until despesa-reg = high-values
	   			read fic-desp
	   				at end move high-values to despesa-reg
	   			end-read
	   			if not despesa-reg = high-values
	   				if desp-matr = wmatr
	   					add 1 to wdespn
	   					if wdespn = wdespi
	   						move desp-data to wdespdata
	   					end-if
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-desp.
	   		move spaces to despesa-reg.
	   		if wdespdata > 0
	   			move wdespdata to wper-data
	   			perform verifica-periodo
	   			if wperfech = "S"
	   				display wpermsg
	   				go to despesas-menu
	   			end-if
	   		end-if.
	   		move 0 to wdespn.
	   		move spaces to despesa-reg.
	   		open input fic-desp.
	   		open output fic-desp-tmp.
	   		display "Numero da fatura?: ".
	   		accept wfatnum.
	   		move "N" to wachou.
	   		move 0 to wfatlin.
	   		move 0 to wfrtot.
	   		move 0 to wfrivat.
	   		move 0 to wfattot.
	   		move 0 to wfatret.
	   		move spaces to fatura-reg.
	   		open input fic-fat.
	   		perform until fatura-reg = high-values
	   			end-read
	   			if not fatura-reg = high-values
	   				if fat-num = wfatnum
	   					if wachou = "N"
	   						move "S" to wachou
	   						display "Fatura N. " fat-num " Data: " fat-data
	   						display "Cliente: " fat-nome " NIF: " fat-nif
	   						space " Contacto: " fat-contacto
	   					end-if
	   					add 1 to wfatlin
	   					add fat-preco to wfrtot
	   					add fat-iva to wfrivat
	   					add fat-total to wfattot
	   					move fat-preco to wprec
	   					move fat-iva to wiva
	   					move fat-total to wsoma
	   					display "Viatura: " fat-marca space fat-modelo
	   					space fat-matricula
	   					if fat-regime = "M"
	   					else
	   						display "Regime de IVA: geral"
	   					end-if
	   					if fat-taxa is numeric and fat-taxa > 0
	   						move fat-taxa to wtaxa-iva
	   					else
	   						move "IVA" to wpar-cod
	   						move spaces to wpar-vend
	   						move fat-data to wpar-data
	   						perform procura-parametro
	   						move wpar-val to wtaxa-iva
	   					end-if
	   					move wtaxa-iva to wwtaxa
	   					display "Preco: " wprec " IVA (" wwtaxa "%): " wiva
	   					space " Total: " wsoma
	   					if fat-retoma is numeric and fat-retoma > 0
	   						add fat-retoma to wfatret
	   					end-if
	   				end-if
	   			end-if
	   		move spaces to fatura-reg.
	   		if wachou = "N"
	   			display "Fatura nao encontrada."
	   		else
	   			if wfatlin > 1
	   				move wfrtot to wtot9
	   				display "Total da fatura (" wfatlin " viaturas) Base: " wtot9
	   				move wfrivat to wtot9
	   				display "  IVA: " wtot9
	   				move wfattot to wtot9
	   				display "  Total: " wtot9
	   			end-if
	   			if wfatret > 0
	   				move wfatret to wprec
	   				compute wsoma = wfattot - wfatret
	   				display "Retoma: " wprec
	   				" Total a pagar: " wsoma
	   			end-if
	   		end-if.
	   		accept pausa.
	   		go ecra.
	   				    display "Nivel invalido. Nivel (1-Vendedor 2-Supervisor): "
	   				    accept opcao2
	   				end-perform
	   				perform pede-stand
	   				open extend fic-util
	   				move wlognome to util-nome
	   				move wlogpass to util-senha
	   				move opcao2 to util-nivel
	   				move wstdcod to util-stand
	   				write util-reg
	   				close fic-util
	   				display "Utilizador criado."
	   						at end move high-values to util-reg
	   					end-read
	   					if not util-reg = high-values
	   						display util-nome space util-nivel space util-stand
	   					end-if
	   				end-perform
	   				close fic-util
	   		go ecra.
	   carga-lote.
	   		display cls.
	   		perform verifica-hoje.
	   		if wperfech = "S"
	   			display wpermsg
	   			accept pausa
	   			go ecra
	   		end-if.
	   		display "Carga de Lote de Viaturas (LOTE.DAT)".
	   		accept wrel-data from date yyyymmdd.
	   		move 0 to wcntlote.
	   						move "REGIME DE IVA INVALIDO" to wmotivo
	   					end-if
	   				end-if
	   				if wmotivo = spaces
	   				and lote-stand is numeric and lote-stand > 0
	   					move lote-stand to wstdcod
	   					perform procura-stand
	   					if wstdfound = "N"
	   						move "STAND INEXISTENTE" to wmotivo
	   					end-if
	   				end-if
	   				if wmotivo = spaces
	   					move "N" to wachou
	   					move low-values to idx-rec
	   			go to pedidos-menu
	   		end-if.
	   		display "Cliente: " wnome.
	   		move wcontacto to wrg-cont.
	   		perform verifica-consentimento.
	   		if wrg-cons not = "S"
	   			display "O cliente nao autorizou contactos comerciais."
	   			perform pede-consentimento
	   			if wrg-cons not = "S"
	   				display "Sem consentimento o cliente nao pode ser avisado. Pedido nao registado."
	   				go to pedidos-menu
	   			end-if
	   			perform grava-consentimento
	   		end-if.
	   		display "Marca pretendida: ".
	   		accept wmarc.
	   		display "Preco maximo: ".
	   			when other go to contas-menu
	   		end-evaluate.
	   contas-recebe.
	   		perform verifica-hoje.
	   		if wperfech = "S"
	   			display wpermsg
	   			go to contas-menu
	   		end-if.
	   		display "Numero da fatura: ".
	   		accept wfatnum.
	   		move "N" to wachou.
	   				at end move high-values to fatura-reg
	   			end-read
	   			if not fatura-reg = high-values
	   				if fat-num = wfatnum and wachou = "N"
	   					move "S" to wachou
	   					move fat-matricula to wmatr
	   					move fat-nome to wnome
	   				end-if
	   			end-if
	   		end-perform.
	   			go to contas-menu
	   		end-if.
	   		perform soma-recebido.
	   		move wfattot to wsoma.
	   		display "Cliente: " wnome " Total da fatura: " wsoma.
	   		if wncachou = "P"
	   			move wnccred to wwrec
	   			display "Parcialmente creditada (" wnclin " linhas): " wwrec
	   		end-if.
	   		move wrectot to wwrec.
	   		display "Total ja recebido: " wwrec.
	   		accept whoje from date yyyymmdd.
	   		move whoje to rec-data.
	   		move wrecval to rec-valor.
	   		move wrecmet to rec-metodo.
	   		move wstand to rec-stand.
	   		write receb-reg.
	   		close fic-receb.
	   		display "Recebimento registado.".
	   contas-abertas.
	   		display cls.
	   		display "Faturas em Aberto".
	   		perform carrega-faturas.
	   		if wftover = "S"
	   			display "Demasiadas faturas (limite 20000 faturas / 60000 linhas)."
	   			display "Listagem cancelada."
	   			accept pausa
	   			go contas-menu
	   		end-if.
	   		accept wrel-data from date yyyymmdd.
	   		string "REL-" wrel-ano wrel-mes ".DAT" delimited by size
	   		into wrel-fname.
	   		move 0 to wabertos.
	   		move 0 to wsaldotot.
	   		move 0 to wccn.
	   		move 1 to wfti.
	   		perform until wfti > wftn
	   			if wft-saldo(wfti) > 0 and wft-nc(wfti) = "N"
	   				add 1 to wabertos
	   				compute wsaldotot = wsaldotot + wft-saldo(wfti)
	   				move wft-saldo(wfti) to wsaldo
	   				move wft-total(wfti) to wsoma
	   				move wft-rec(wfti) to wwrec
	   				move wsaldo to wwsaldo
	   				display "Fatura " wft-num(wfti) space wft-nome(wfti)
	   				space "NIF: " wft-nif(wfti)
	   				space "Contacto: " wft-cont(wfti)
	   				if wft-lin(wfti) > 1
	   					display "  Viaturas: " wft-lin(wfti)
	   					" Linhas creditadas: " wft-nclin(wfti)
	   				end-if
	   				display "  Total: " wsoma " Recebido: " wwrec
	   				" Saldo: " wwsaldo
	   				move spaces to rel-linha
	   				string "Fatura " wft-num(wfti) " " wft-nome(wfti)
	   				" NIF: " wft-nif(wfti) " Total: " wsoma
	   				" Recebido: " wwrec " Saldo: " wwsaldo
	   				delimited by size into rel-linha
	   				write rel-linha
	   				perform acumula-cliente
	   			end-if
	   			add 1 to wfti
	   		end-perform.
	   		display "Saldo por cliente:".
	   		move "Saldo por cliente:" to rel-linha.
	   		write rel-linha.
	   		move "N" to wachou.
	   		move 1 to wcci.
	   		perform until wcci > wccn
	   			if wcc-cont(wcci) = wft-cont(wfti)
	   				move "S" to wachou
	   				add 1 to wcc-cnt(wcci)
	   				add wsaldo to wcc-saldo(wcci)
	   		end-perform.
	   		if wachou = "N" and wccn < 200
	   			add 1 to wccn
	   			move wft-cont(wfti) to wcc-cont(wccn)
	   			move wft-nif(wfti) to wcc-nif(wccn)
	   			move wft-nome(wfti) to wcc-nome(wccn)
	   			move 1 to wcc-cnt(wccn)
	   			move wsaldo to wcc-saldo(wccn)
	   		end-if.
	   nota-credito.
	   		display cls.
	   		perform verifica-hoje.
	   		if wperfech = "S"
	   			display wpermsg
	   			accept pausa
	   			go ecra
	   		end-if.
	   		display "Emissao de Nota de Credito".
	   		display "Numero da fatura a creditar: ".
	   		accept wfatnum.
	   		move 0 to wnln.
	   		move spaces to fatura-reg.
	   		open input fic-fat.
	   		perform until fatura-reg = high-values
	   				at end move high-values to fatura-reg
	   			end-read
	   			if not fatura-reg = high-values
	   				if fat-num = wfatnum and wnln < 20
	   					add 1 to wnln
	   					move fat-data to wncfdata
	   					if fat-linha is numeric and fat-linha > 0
	   						move fat-linha to wnl-linha(wnln)
	   					else
	   						move wnln to wnl-linha(wnln)
	   					end-if
	   					move fat-matricula to wnl-matr(wnln)
	   					move fat-marca to wnl-marca(wnln)
	   					move fat-modelo to wnl-modelo(wnln)
	   					move fat-preco to wnl-preco(wnln)
	   					move fat-iva to wnl-iva(wnln)
	   					move fat-total to wnl-total(wnln)
	   					move fat-regime to wnl-regime(wnln)
	   					move "N" to wnl-cred(wnln)
	   					move "N" to wnl-sel(wnln)
	   					move 0 to wnl-rel(wnln)
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-fat.
	   		move spaces to fatura-reg.
	   		if wnln = 0
	   			display "Fatura nao encontrada."
	   			accept pausa
	   			go ecra
	   		end-if.
	   		move wncfdata to wper-data.
	   		perform verifica-periodo.
	   		if wperfech = "S"
	   			display "Fatura emitida em periodo fechado."
	   			display wpermsg
	   			accept pausa
	   			go ecra
	   		end-if.
	   		move spaces to nota-reg.
	   		open input fic-nc.
	   		perform until nota-reg = high-values
	   			read fic-nc
	   				at end move high-values to nota-reg
	   			end-read
	   			if not nota-reg = high-values
	   				if nc-fatnum = wfatnum
	   					move 1 to wnli
	   					perform until wnli > wnln
	   						if not (nc-linha is numeric and nc-linha > 0)
	   						or nc-linha = wnl-linha(wnli)
	   							move "S" to wnl-cred(wnli)
	   						end-if
	   						add 1 to wnli
	   					end-perform
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-nc.
	   		move spaces to nota-reg.
	   		move 0 to wnlcnt.
	   		move 1 to wnli.
	   		perform until wnli > wnln
	   			if wnl-cred(wnli) = "N"
	   				add 1 to wnlcnt
	   			end-if
	   			add 1 to wnli
	   		end-perform.
	   		if wnlcnt = 0
	   			display "Fatura ja tem nota de credito."
	   			accept pausa
	   			go ecra
	   		end-if.
	   		if wnln = 1
	   			move "S" to wnl-sel(1)
	   		else
	   			display "Linhas da fatura " wfatnum ":"
	   			move 1 to wnli
	   			perform until wnli > wnln
	   				move wnl-total(wnli) to wsoma
	   				if wnl-cred(wnli) = "S"
	   					display wnl-linha(wnli) " - " wnl-matr(wnli)
	   					space wnl-marca(wnli) space wnl-modelo(wnli)
	   					space wsoma " (creditada)"
	   				else
	   					display wnl-linha(wnli) " - " wnl-matr(wnli)
	   					space wnl-marca(wnli) space wnl-modelo(wnli)
	   					space wsoma
	   				end-if
	   				add 1 to wnli
	   			end-perform
	   			display "Linha a creditar (0 = todas as linhas por creditar): "
	   			accept wnlsel
	   			move 1 to wnli
	   			perform until wnli > wnln
	   				if wnl-cred(wnli) = "N"
	   				and (wnlsel = 0 or wnlsel = wnl-linha(wnli))
	   					move "S" to wnl-sel(wnli)
	   				end-if
	   				add 1 to wnli
	   			end-perform
	   		end-if.
	   		move 0 to wnlcnt.
	   		move 0 to wfattot.
	   		move 1 to wnli.
	   		perform until wnli > wnln
	   			if wnl-sel(wnli) = "S"
	   				add 1 to wnlcnt
	   				add wnl-total(wnli) to wfattot
	   				move wnl-matr(wnli) to wmatr
	   				move "VENDIDO" to wprocest
	   				perform procura-matr-estado
	   				move rel-num to wnl-rel(wnli)
	   				if rel-num = 0
	   					move "N" to wnl-sel(wnli)
	   					subtract 1 from wnlcnt
	   					subtract wnl-total(wnli) from wfattot
	   					display "Viatura " wmatr " nao esta VENDIDO no stock."
	   				end-if
	   			end-if
	   			add 1 to wnli
	   		end-perform.
	   		if wnlcnt = 0
	   			display "Nenhuma linha da fatura pode ser creditada."
	   			accept pausa
	   			go ecra
	   		end-if.
	   		move "N" to wncper.
	   		move 1 to wnli.
	   		perform until wnli > wnln
	   			if wnl-sel(wnli) = "S"
	   				move wnl-rel(wnli) to rel-num
	   				open input fic
	   				read fic
	   					invalid key
	   						move "N" to wnl-sel(wnli)
	   						subtract 1 from wnlcnt
	   						subtract wnl-total(wnli) from wfattot
	   						display "Registo da viatura " wnl-matr(wnli) " nao encontrado. Linha excluida."
	   					not invalid key
	   						display "Viatura: " marca space modelo space matricula
	   						space "Vendedor: " vendedor
	   						compute wper-data = (2000 + ano) * 10000 + mes * 100 + dia
	   						perform verifica-periodo
	   						if wperfech = "S"
	   							move "S" to wncper
	   							display "Venda da viatura " matricula " em periodo fechado."
	   							display wpermsg
	   						end-if
	   				end-read
	   				close fic
	   			end-if
	   			add 1 to wnli
	   		end-perform.
	   		if wncper = "S"
	   			accept pausa
	   			go ecra
	   		end-if.
	   		if wnlcnt = 0
	   			display "Nenhuma linha da fatura pode ser creditada."
	   			accept pausa
	   			go ecra
	   		end-if.
	   		move wfattot to wsoma.
	   		display "Valor a creditar: " wsoma.
	   		display "Confirma a emissao da nota de credito? (1-Sim 2-Nao): ".
	   		accept opcao2.
	   		if opcao2 not = 1
	   			go ecra
	   		end-if.
	   		move 0 to ncctl-num.
	   		open input fic-ncctl.
	   		read fic-ncctl at end continue end-read.
	   		close fic-ncctl.
	   		compute wncnum = ncctl-num + 1.
	   		accept whoje from date yyyymmdd.
	   		move 1 to wnli.
	   		perform until wnli > wnln
	   			if wnl-sel(wnli) = "S"
	   				move wnl-rel(wnli) to rel-num
	   				open i-o fic
	   				move "S" to wachou
	   				read fic
	   					invalid key
	   						move "N" to wachou
	   						display "Registo da viatura " wnl-matr(wnli) " nao encontrado. Linha nao creditada."
	   				end-read
	   				if wachou = "N"
	   					close fic
	   				else
	   					open extend fic-nc
	   					move wncnum to nc-num
	   					move whoje to nc-data
	   					move wfatnum to nc-fatnum
	   					move wnl-matr(wnli) to nc-matricula
	   					move vendedor to nc-vendedor
	   					move preco-compra to nc-compra
	   					move wnl-preco(wnli) to nc-preco
	   					move wnl-iva(wnli) to nc-iva
	   					move wnl-total(wnli) to nc-total
	   					move wnl-regime(wnli) to nc-regime
	   					move wnl-linha(wnli) to nc-linha
	   					write nota-reg
	   					close fic-nc
	   					move registo to waud-antes
	   					move "EM STOCK" to estado
	   					move 0 to sinal
	   					move 0 to res-contacto
	   					move 0 to res-validade
	   					rewrite registo
	   						invalid key display "Erro a repor o registo em stock."
	   					end-rewrite
	   					close fic
	   					move "NOTACRED" to waud-oper
	   					move registo to waud-depois
	   					perform grava-audit
	   					display "Viatura " wnl-matr(wnli) " reposta EM STOCK."
	   					perform anula-documentos
	   					if tipo-viatura = "C"
	   						perform reabre-consigna
	   					end-if
	   				end-if
	   			end-if
	   			add 1 to wnli
	   		end-perform.
	   		open output fic-ncctl.
	   		move wncnum to ncctl-num.
	   		write ncctl-rec.
	   		close fic-ncctl.
	   		display "Nota de credito emitida com o numero " wncnum.
	   		accept pausa.
	   		go ecra.
	   fornecedores.
	   			read fic
	   				at end move high-values to registo
	   			end-read
	   			if not registo = high-values and tipo-viatura not = "C"
	   				perform acumula-fornecedor
	   			end-if
	   		end-perform.
	   			end-read
	   			if not arq-reg = high-values
	   				move arq-reg to registo
	   				if tipo-viatura not = "C"
	   					perform acumula-fornecedor
	   				end-if
	   			end-if
	   		end-perform.
	   		close arquivo.
	   						move fat-iva to wexpd-iva
	   						move fat-total to wexpd-total
	   						move fat-regime to wexpd-regime
	   						if fat-linha is numeric and fat-linha > 0
	   							move fat-linha to wexpd-linha
	   						else
	   							move 1 to wexpd-linha
	   						end-if
	   						move wexp-det to exp-linha
	   						write exp-linha
	   						add 1 to wexpcnt
	   antiguidade.
	   		display cls.
	   		display "Antiguidade de Stock".
	   		perform pede-filtro-stand.
	   		accept whoje from date yyyymmdd.
	   		move whoje to wpar-data.
	   		perform bandas-antiguidade.
	   		move wband1 to wwb1.
	   		move wband2 to wwb2.
	   		move wband3 to wwb3.
	   		accept wrel-data from date yyyymmdd.
	   		string "REL-" wrel-ano wrel-mes ".DAT" delimited by size
	   		into wrel-fname.
	   		move 0 to wbktot2.
	   		move 0 to wbktot3.
	   		move 0 to wbktot4.
	   		move 0 to wbkcnt5.
	   		move 0 to wbktot5.
	   		open input fic.
	   		perform until registo = high-values
	   			read fic
	   				at end move high-values to registo
	   			end-read
	   			if not registo = high-values
	   				perform filtra-stand
	   				if (estado = "EM STOCK" or estado = "RESERVADO")
	   				and wstdok = "S"
	   					perform mostra-antiguidade
	   				end-if
	   			end-if
	   		close fic.
	   		move low-values to registo.
	   		move wbktot1 to wtot9.
	   		display "Ate " wwb1 " dias:      " wbkcnt1 " viaturas, preco total " wtot9.
	   		move spaces to rel-linha.
	   		string "Ate " wwb1 " dias:      " wbkcnt1 " viaturas, preco total " wtot9
	   		delimited by size into rel-linha.
	   		write rel-linha.
	   		move wbktot2 to wtot9.
	   		display "Ate " wwb2 " dias:      " wbkcnt2 " viaturas, preco total " wtot9.
	   		move spaces to rel-linha.
	   		string "Ate " wwb2 " dias:      " wbkcnt2 " viaturas, preco total " wtot9
	   		delimited by size into rel-linha.
	   		write rel-linha.
	   		move wbktot3 to wtot9.
	   		display "Ate " wwb3 " dias:      " wbkcnt3 " viaturas, preco total " wtot9.
	   		move spaces to rel-linha.
	   		string "Ate " wwb3 " dias:      " wbkcnt3 " viaturas, preco total " wtot9
	   		delimited by size into rel-linha.
	   		write rel-linha.
	   		move wbktot4 to wtot9.
	   		display "Mais de " wwb3 " dias:  " wbkcnt4 " viaturas, preco total " wtot9.
	   		move spaces to rel-linha.
	   		string "Mais de " wwb3 " dias:  " wbkcnt4 " viaturas, preco total " wtot9
	   		delimited by size into rel-linha.
	   		write rel-linha.
	   		move wbktot5 to wtot9.
	   		display "Consignacao: " wbkcnt5 " viaturas, preco total " wtot9.
	   		move spaces to rel-linha.
	   		string "Consignacao: " wbkcnt5 " viaturas, preco total " wtot9
	   		delimited by size into rel-linha.
	   		write rel-linha.
	   		close relfic.
	   		delimited by size into rel-linha.
	   		write rel-linha.
	   		evaluate true
	   			when tipo-viatura = "C"
	   				add 1 to wbkcnt5
	   				add preco to wbktot5
	   			when widade <= wband1
	   				add 1 to wbkcnt1
	   				add preco to wbktot1
	   			when widade <= wband2
	   				add 1 to wbkcnt2
	   				add preco to wbktot2
	   			when widade <= wband3
	   				add 1 to wbkcnt3
	   				add preco to wbktot3
	   			when other
	   		display cls.
	   		display "Fecho de Caixa".
	   		accept whoje from date yyyymmdd.
	   		move whoje to wper-data.
	   		perform verifica-periodo.
	   		move wperdiaest to wcxult.
	   		if wcxult = "F"
	   			display "O dia " whoje " ja esta fechado."
	   			if wnivel < 2
	   				accept pausa
	   				go ecra
	   			end-if
	   			move spaces to wpermot
	   			perform until wpermot not = spaces
	   				display "Motivo da reabertura (obrigatorio): "
	   				accept wpermot
	   			end-perform
	   			open extend fic-caixa
	   			move whoje to cx-data
	   			move 0 to cx-fat
	   			move 0 to cx-esperado
	   			move 0 to cx-contado
	   			move 0 to cx-dif
	   			move 0 to cx-transf
	   			move "A" to cx-estado
	   			move wuser to cx-user
	   			write caixa-reg
	   			move caixa-reg to waud-depois
	   			close fic-caixa
	   			perform grava-audit
	   			move "D" to wpertipo
	   			move "A" to wperest
	   			move whoje to wper-data
	   			perform grava-periodo
	   			display "Dia reaberto. Prossegue novo fecho."
	   		end-if.
	   		move 0 to wcxfat.
	   		move 1 to wstdi.
	   		perform until wstdi > 99
	   			move 0 to wstd-fat(wstdi)
	   			move 0 to wstd-rec(wstdi)
	   			move 0 to wstd-desp(wstdi)
	   			add 1 to wstdi
	   		end-perform.
	   		move spaces to fatura-reg.
	   		open input fic-fat.
	   		perform until fatura-reg = high-values
	   			if not fatura-reg = high-values
	   				if fat-data = whoje
	   					compute wcxfat = wcxfat + fat-total
	   					if fat-stand is numeric and fat-stand > 0
	   						move fat-stand to wstdi
	   					else
	   						move 1 to wstdi
	   					end-if
	   					add fat-total to wstd-fat(wstdi)
	   				end-if
	   			end-if
	   		end-perform.
	   		move 0 to wcxrec.
	   		move 0 to wcxsin.
	   		move 0 to wcxsp.
	   		move 0 to wcxtrf.
	   		move spaces to receb-reg.
	   		open input fic-receb.
	   		perform until receb-reg = high-values
	   							continue
	   						when other
	   							compute wcxrec = wcxrec + rec-valor
	   							if rec-stand is numeric and rec-stand > 0
	   								move rec-stand to wstdi
	   							else
	   								move 1 to wstdi
	   							end-if
	   							add rec-valor to wstd-rec(wstdi)
	   							if rec-metodo = "TRANSF"
	   								compute wcxtrf = wcxtrf + rec-valor
	   							end-if
	   							if rec-metodo = "SINAL"
	   								compute wcxsin = wcxsin + rec-valor
	   							end-if
	   			if not despesa-reg = high-values
	   				if desp-data = whoje
	   					compute wcxdesp = wcxdesp + desp-valor
	   					if desp-stand is numeric and desp-stand > 0
	   						move desp-stand to wstdi
	   					else
	   						move 1 to wstdi
	   					end-if
	   					add desp-valor to wstd-desp(wstdi)
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-desp.
	   		move spaces to despesa-reg.
	   		compute wcxesp = wcxrec - wcxtrf - wcxdesp.
	   		move wcxfat to wwcx.
	   		display "Faturas emitidas hoje (total): " wwcx.
	   		move wcxrec to wwcx.
	   		display "Recebimentos de hoje (inclui sinais): " wwcx.
	   		move wcxsin to wwcx.
	   		display "  dos quais sinais de reservas: " wwcx.
	   		move wcxtrf to wwcx.
	   		display "  dos quais transferencias bancarias (fora da caixa): " wwcx.
	   		perform mostra-extratos-dia.
	   		move wcxsp to wwcx.
	   		display "Sinais perdidos hoje (sem movimento de caixa): " wwcx.
	   		move wcxdesp to wwcx.
	   		display "Despesas pagas hoje: " wwcx.
	   		display "Subtotais por stand:".
	   		perform mostra-caixa-stands.
	   		move wcxesp to wwcx.
	   		display "Movimento esperado na caixa: " wwcx.
	   		display "Valor contado na caixa: ".
	   		move wcxesp to cx-esperado.
	   		move wcxcont to cx-contado.
	   		move wcxdif to cx-dif.
	   		move wcxtrf to cx-transf.
	   		move "F" to cx-estado.
	   		move wuser to cx-user.
	   		write caixa-reg.
	   		close fic-caixa.
	   		move "D" to wpertipo.
	   		move "F" to wperest.
	   		move whoje to wper-data.
	   		move "FECHO DE CAIXA" to wpermot.
	   		perform grava-periodo.
	   		display "Fecho de caixa gravado para o dia " whoje.
	   		accept pausa.
	   		go ecra.
	   			when other go to garantias-menu
	   		end-evaluate.
	   gar-add.
	   		perform verifica-hoje.
	   		if wperfech = "S"
	   			display wpermsg
	   			go to garantias-menu
	   		end-if.
	   		display "Matricula da viatura: ".
	   		accept wmatr.
	   		move "N" to wachou.
	   		end-perform.
	   		close fic-gar.
	   		move spaces to garantia-reg.
	   extrato.
	   		display cls.
	   		perform verifica-hoje.
	   		if wperfech = "S"
	   			display wpermsg
	   			accept pausa
	   			go ecra
	   		end-if.
	   		display "Importacao de Extrato Bancario".
	   		display "Ficheiro do extrato (Enter = EXTRATO.DAT): ".
	   		move spaces to wext-fname.
	   		accept wext-fname.
	   		if wext-fname = spaces
	   			move "EXTRATO.DAT" to wext-fname
	   		end-if.
	   		call "CBL_CHECK_FILE_EXIST" using wext-fname wfiledet
	   			returning wchk
	   		end-call.
	   		if wchk not = 0
	   			display "Ficheiro " wext-fname " nao encontrado."
	   			accept pausa
	   			go ecra
	   		end-if.
	   		move spaces to ext-linha.
	   		open input fic-ext.
	   		read fic-ext
	   			at end move spaces to ext-linha
	   		end-read.
	   		close fic-ext.
	   		move ext-linha to wext-cab.
	   		move spaces to ext-linha.
	   		if wextc-tipo not = "H" or wextc-data not numeric
	   		or wextc-seq not numeric
	   			display "Extrato sem cabecalho valido. Importacao recusada."
	   			accept pausa
	   			go ecra
	   		end-if.
	   		display "Conta: " wextc-conta " Data: " wextc-data
	   		" Sequencia: " wextc-seq.
	   		move "N" to wbc-ja.
	   		move spaces to bancoctl-rec.
	   		open input fic-bancoctl.
	   		perform until bancoctl-rec = high-values
	   			read fic-bancoctl
	   				at end move high-values to bancoctl-rec
	   			end-read
	   			if not bancoctl-rec = high-values
	   				if bctl-conta = wextc-conta and bctl-data = wextc-data
	   				and bctl-seq = wextc-seq
	   					move "S" to wbc-ja
	   					display "Extrato ja importado em " bctl-import
	   					" por " bctl-user " (estado " bctl-estado ")."
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-bancoctl.
	   		move spaces to bancoctl-rec.
	   		if wbc-ja = "S"
	   			display "O mesmo extrato nao pode ser importado duas vezes."
	   			accept pausa
	   			go ecra
	   		end-if.
	   		display "Confirma a importacao? (1-Sim 2-Nao): ".
	   		accept opcao2.
	   		if opcao2 not = 1
	   			go ecra
	   		end-if.
	   		perform carrega-faturas.
	   		if wftover = "S"
	   			display "Demasiadas faturas (limite 20000 / 60000 linhas). Importacao cancelada."
	   			accept pausa
	   			go ecra
	   		end-if.
	   		accept whoje from date yyyymmdd.
	   		move 0 to wbc-nmov.
	   		move 0 to wbc-ndeb.
	   		move 0 to wbc-nconc.
	   		move 0 to wbc-nexc.
	   		move 0 to wbc-valconc.
	   		move "I" to wbc-estado.
	   		perform grava-bancoctl.
	   		accept wrel-data from date yyyymmdd.
	   		string "REL-" wrel-ano wrel-mes ".DAT" delimited by size
	   		into wrel-fname.
	   		open extend relfic.
	   		move "Importacao de Extrato Bancario" to rel-linha.
	   		write rel-linha.
	   		move spaces to rel-linha.
	   		string "Conta: " wextc-conta " Data: " wextc-data
	   		" Sequencia: " wextc-seq
	   		delimited by size into rel-linha.
	   		write rel-linha.
	   		open extend fic-receb.
	   		move spaces to ext-linha.
	   		open input fic-ext.
	   		perform until ext-linha = high-values
	   			read fic-ext
	   				at end move high-values to ext-linha
	   			end-read
	   			if not ext-linha = high-values
	   				move ext-linha to wext-mov
	   				if wextm-tipo = "M"
	   					if wextm-natureza = "C"
	   						add 1 to wbc-nmov
	   						perform concilia-movimento
	   					else
	   						add 1 to wbc-ndeb
	   					end-if
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-ext.
	   		close fic-receb.
	   		move spaces to ext-linha.
	   		move spaces to receb-reg.
	   		move wbc-valconc to wwbc.
	   		display "Creditos no extrato: " wbc-nmov
	   		" Debitos ignorados: " wbc-ndeb.
	   		display "Conciliados: " wbc-nconc " Valor: " wwbc
	   		" Excecoes: " wbc-nexc.
	   		move spaces to rel-linha.
	   		string "Creditos no extrato: " wbc-nmov
	   		" Debitos ignorados: " wbc-ndeb
	   		delimited by size into rel-linha.
	   		write rel-linha.
	   		move spaces to rel-linha.
	   		string "Conciliados: " wbc-nconc " Valor: " wwbc
	   		" Excecoes: " wbc-nexc
	   		delimited by size into rel-linha.
	   		write rel-linha.
	   		close relfic.
	   		move "C" to wbc-estado.
	   		perform grava-bancoctl.
	   		move "EXTRATO" to waud-oper.
	   		move 0 to rel-num.
	   		move spaces to waud-antes.
	   		perform grava-audit.
	   		display "Importacao concluida.".
	   		accept pausa.
	   		go ecra.
	   concilia-movimento.
	   		move spaces to wbc-motivo.
	   		move 0 to wbc-cand.
	   		if wextm-valor not numeric or wextm-valor = 0
	   			move "VALOR INVALIDO" to wbc-motivo
	   		else
	   			perform compacta-referencia
	   			move 0 to wbc-nref
	   			move 1 to wfti
	   			perform until wfti > wftn
	   				move "N" to wft-ref(wfti)
	   				if wft-saldo(wfti) > 0 and wft-nc(wfti) = "N"
	   					perform procura-referencia
	   					if wbc-tal > 0
	   						move "S" to wft-ref(wfti)
	   						add 1 to wbc-nref
	   						move wfti to wbc-cand
	   					end-if
	   				end-if
	   				add 1 to wfti
	   			end-perform
	   			if wbc-nref > 1
	   				move 0 to wbc-cand
	   				move 0 to wbc-nval
	   				move 1 to wfti
	   				perform until wfti > wftn
	   					if wft-ref(wfti) = "S"
	   					and wft-saldo(wfti) = wextm-valor
	   						add 1 to wbc-nval
	   						move wfti to wbc-cand
	   					end-if
	   					add 1 to wfti
	   				end-perform
	   				if wbc-nval not = 1
	   					move 0 to wbc-cand
	   					move "REFERENCIA AMBIGUA" to wbc-motivo
	   				end-if
	   			end-if
	   			if wbc-nref = 0
	   				move 0 to wbc-nval
	   				move 1 to wfti
	   				perform until wfti > wftn
	   					if wft-saldo(wfti) > 0 and wft-nc(wfti) = "N"
	   					and wft-saldo(wfti) = wextm-valor
	   						add 1 to wbc-nval
	   						move wfti to wbc-cand
	   					end-if
	   					add 1 to wfti
	   				end-perform
	   				if wbc-nval = 0
	   					move "SEM CORRESPONDENCIA" to wbc-motivo
	   				end-if
	   				if wbc-nval > 1
	   					move 0 to wbc-cand
	   					move "VALOR COMUM A VARIAS FATURAS" to wbc-motivo
	   				end-if
	   			end-if
	   			if wbc-cand > 0
	   				if wextm-valor > wft-saldo(wbc-cand)
	   					move "VALOR SUPERIOR AO SALDO" to wbc-motivo
	   				end-if
	   			end-if
	   		end-if.
	   		if wbc-motivo = spaces
	   			move wft-num(wbc-cand) to rec-fatnum
	   			move wft-matr(wbc-cand) to rec-matr
	   			move whoje to rec-data
	   			move wextm-valor to rec-valor
	   			move "TRANSF" to rec-metodo
	   			move wstand to rec-stand
	   			write receb-reg
	   			add wextm-valor to wft-rec(wbc-cand)
	   			compute wft-saldo(wbc-cand) =
	   			wft-total(wbc-cand) - wft-nctot(wbc-cand) - wft-rec(wbc-cand)
	   			add 1 to wbc-nconc
	   			add wextm-valor to wbc-valconc
	   			move wextm-valor to wwbc
	   			display "Conciliado: " wextm-data space wwbc
	   			" Fatura " wft-num(wbc-cand) space wft-nome(wbc-cand)
	   			move spaces to rel-linha
	   			string "Conciliado: " wextm-data " " wwbc
	   			" Fatura " wft-num(wbc-cand) " " wft-nome(wbc-cand)
	   			delimited by size into rel-linha
	   			write rel-linha
	   		else
	   			add 1 to wbc-nexc
	   			if wextm-valor is numeric
	   				move wextm-valor to wwbc
	   			else
	   				move 0 to wwbc
	   			end-if
	   			display "Excecao: " wextm-data space wwbc space wbc-motivo
	   			display "  Ref: " wextm-ref
	   			move spaces to rel-linha
	   			string "Excecao: " wextm-data " " wwbc " " wbc-motivo
	   			delimited by size into rel-linha
	   			write rel-linha
	   			move spaces to rel-linha
	   			if wbc-cand > 0
	   				string "  Ref: " wextm-ref " Fatura " wft-num(wbc-cand)
	   				delimited by size into rel-linha
	   			else
	   				string "  Ref: " wextm-ref
	   				delimited by size into rel-linha
	   			end-if
	   			write rel-linha
	   		end-if.
	   venda-frota.
	   		display cls.
	   		perform verifica-hoje.
	   		if wperfech = "S"
	   			display wpermsg
	   			accept pausa
	   			go ecra
	   		end-if.
	   		display "Venda de Frota".
	   		display "Contacto do cliente: ".
	   		accept wcontacto.
	   		perform until wcontacto not = 0
	   			display "Contacto tem de ser diferente de zero. Introduza novamente: "
	   			accept wcontacto
	   		end-perform.
	   		move 0 to wnif.
	   		move spaces to wfrnome.
	   		move "N" to wclifound.
	   		move spaces to cliente-reg.
	   		open input clientes.
	   		perform until cliente-reg = high-values
	   			read clientes
	   				at end move high-values to cliente-reg
	   			end-read
	   			if not cliente-reg = high-values
	   				if contacto-cli = wcontacto
	   					move "S" to wclifound
	   					move nome-cli to wfrnome
	   					if nif-cli is numeric and nif-cli > 0
	   						move nif-cli to wnif
	   					end-if
	   				end-if
	   			end-if
	   		end-perform.
	   		close clientes.
	   		move low-values to cliente-reg.
	   		if wclifound = "S"
	   			display "Cliente encontrado: " wfrnome
	   		else
	   			display "Cliente novo. Nome do cliente: "
	   			accept wfrnome
	   			display "NIF do cliente: "
	   			accept wnif
	   		end-if.
	   		perform until wnif > 0
	   			display "NIF obrigatorio na venda de frota. Introduza o NIF: "
	   			accept wnif
	   		end-perform.
	   		if wclifound = "N"
	   			move wcontacto to contacto-cli
	   			move wfrnome to nome-cli
	   			move wnif to nif-cli
	   			perform pede-consentimento
	   			move wrg-cons to cli-consent
	   			accept cli-consdata from date yyyymmdd
	   			open extend clientes
	   			write cliente-reg
	   			close clientes
	   		end-if.
	   		move 0 to wfrn.
	   		move "N" to wfrfim.
	   		perform until wfrfim = "S"
	   			display "Matricula da viatura " wfrn " incluidas (vazio = terminar): "
	   			move spaces to wmatr
	   			accept wmatr
	   			if wmatr = spaces
	   				move "S" to wfrfim
	   			else
	   				perform frota-adiciona
	   				if wfrn = 20
	   					display "Limite de 20 viaturas por fatura atingido."
	   					move "S" to wfrfim
	   				end-if
	   			end-if
	   		end-perform.
	   		if wfrn = 0
	   			display "Nenhuma viatura indicada."
	   			accept pausa
	   			go ecra
	   		end-if.
	   		display "Vendedor: ".
	   		accept wfrvend.
	   		display cls.
	   		display "Venda de Frota - " wfrnome " NIF: " wnif.
	   		move 0 to wfrtot.
	   		move 0 to wfrivat.
	   		move 0 to wfattot.
	   		move 1 to wfri.
	   		perform until wfri > wfrn
	   			compute soma = wfr-preco(wfri) + wfr-iva(wfri)
	   			add wfr-preco(wfri) to wfrtot
	   			add wfr-iva(wfri) to wfrivat
	   			add soma to wfattot
	   			move soma to wsoma
	   			display wfri " - " wfr-matr(wfri) space wfr-marca(wfri)
	   			space wfr-modelo(wfri) " Total: " wsoma
	   			add 1 to wfri
	   		end-perform.
	   		move wfrtot to wtot9.
	   		display "Base: " wtot9.
	   		move wfrivat to wtot9.
	   		display "IVA: " wtot9.
	   		move wfattot to wtot9.
	   		display "Total da fatura: " wtot9.
	   		display "Confirma a venda? (1-Sim 2-Nao): ".
	   		accept opcao2.
	   		if opcao2 not = 1
	   			go ecra
	   		end-if.
	   		move 0 to fatctl-num.
	   		open input fic-fatctl.
	   		read fic-fatctl at end continue end-read.
	   		close fic-fatctl.
	   		move 1 to wfri.
	   		perform until wfri > wfrn
	   			move wfr-rel(wfri) to rel-num
	   			open input fic
	   			read fic
	   				invalid key
	   					display "Registo da viatura " wfr-matr(wfri) " nao encontrado. Venda cancelada."
	   					close fic
	   					accept pausa
	   					go ecra
	   			end-read
	   			if estado not = "EM STOCK"
	   				display "Viatura " wfr-matr(wfri) " ja nao esta EM STOCK. Venda cancelada."
	   				close fic
	   				accept pausa
	   				go ecra
	   			end-if
	   			close fic
	   			add 1 to wfri
	   		end-perform.
	   		compute wfatnum = fatctl-num + 1.
	   		open output fic-fatctl.
	   		move wfatnum to fatctl-num.
	   		write fatctl-rec.
	   		close fic-fatctl.
	   		accept whoje from date yyyymmdd.
	   		move 1 to wfri.
	   		perform until wfri > wfrn
	   			move wfr-rel(wfri) to rel-num
	   			open i-o fic
	   			read fic
	   				invalid key
	   					display "Registo nao encontrado no ficheiro principal. Fatura " wfatnum " incompleta."
	   					close fic
	   					accept pausa
	   					go ecra
	   			end-read
	   			move registo to waud-antes
	   			move "VENDIDO" to estado
	   			move wfrnome to nome
	   			move wcontacto to contacto
	   			move wfr-preco(wfri) to preco
	   			move wfrvend to vendedor
	   			move 0 to retoma-valor
	   			move spaces to retoma-matr
	   			rewrite registo
	   				invalid key display "Erro a gravar o registo."
	   			end-rewrite
	   			close fic
	   			move "REWRITE" to waud-oper
	   			move registo to waud-depois
	   			perform grava-audit
	   			if wfr-preco(wfri) not = wfr-pant(wfri)
	   				open extend fic-phist
	   				move wfr-matr(wfri) to ph-matr
	   				move whoje to ph-data
	   				move wfr-pant(wfri) to ph-antes
	   				move wfr-preco(wfri) to ph-depois
	   				move wuser to ph-user
	   				write phist-reg
	   				close fic-phist
	   			end-if
	   			open extend fic-fat
	   			move wfatnum to fat-num
	   			move whoje to fat-data
	   			move wnif to fat-nif
	   			move wcontacto to fat-contacto
	   			move wfrnome to fat-nome
	   			move wfr-matr(wfri) to fat-matricula
	   			move wfr-marca(wfri) to fat-marca
	   			move wfr-modelo(wfri) to fat-modelo
	   			move wfr-preco(wfri) to fat-preco
	   			move wfr-iva(wfri) to fat-iva
	   			compute fat-total = wfr-preco(wfri) + wfr-iva(wfri)
	   			move wfr-regime(wfri) to fat-regime
	   			move 0 to fat-retoma
	   			move wfri to fat-linha
	   			perform stand-viatura
	   			move wstandv to fat-stand
	   			move wtaxa-iva to fat-taxa
	   			write fatura-reg
	   			close fic-fat
	   			perform cria-documentos
	   			if tipo-viatura = "C"
	   				perform liquida-consigna
	   			end-if
	   			add 1 to wfri
	   		end-perform.
	   		move wfattot to wtot9.
	   		display "Fatura " wfatnum " emitida com " wfrn " viaturas. Total: " wtot9.
	   		accept pausa.
	   		go ecra.
	   consigna.
	   		display cls.
	   		display "Viaturas em Consignacao".
	   consigna-menu.
	   		display "1-Listar  2-Pagar Consignante  3-Devolver ao Consignante  4-Reimprimir Liquidacao  0-Voltar: ".
	   		accept opcao2.
	   		evaluate opcao2
	   			when 1 go to cons-lista
	   			when 2 go to cons-paga
	   			when 3 go to cons-devolve
	   			when 4 go to cons-reimprime
	   			when 0 go to ecra
	   			when other go to consigna-menu
	   		end-evaluate.
	   cons-lista.
	   		display "Estados: A-Em stock  V-Vendida por pagar  P-Paga  D-Devolvida  X-Anulado".
	   		move 0 to wconsn.
	   		move 0 to wconsdev.
	   		move spaces to consigna-reg.
	   		open input fic-cons.
	   		perform until consigna-reg = high-values
	   			read fic-cons
	   				at end move high-values to consigna-reg
	   			end-read
	   			if not consigna-reg = high-values
	   				add 1 to wconsn
	   				move cons-liquido to wprec
	   				display cons-matr space cons-nome space cons-dono
	   				space "Entrada: " cons-entrada " Liquido: " wprec
	   				space "Estado: " cons-estado
	   				if cons-estado = "V"
	   					add cons-liquido to wconsdev
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-cons.
	   		move spaces to consigna-reg.
	   		move wconsdev to wtot9.
	   		display "Contratos: " wconsn " Total a pagar a consignantes: " wtot9.
	   		go to consigna-menu.
	   cons-paga.
	   		perform verifica-hoje.
	   		if wperfech = "S"
	   			display wpermsg
	   			go to consigna-menu
	   		end-if.
	   		display "Matricula da viatura: ".
	   		accept wconsmatr.
	   		move "V" to wconsest.
	   		perform procura-consigna.
	   		if wconsok = "N"
	   			display "Nao existe liquidacao por pagar para " wconsmatr "."
	   			go to consigna-menu
	   		end-if.
	   		move wcons-sav to consigna-reg.
	   		perform imprime-liquidacao.
	   		display "Meio de pagamento (1-Numerario 2-Transferencia 3-Cheque): ".
	   		accept opcao2.
	   		perform until opcao2 = 1 or opcao2 = 2 or opcao2 = 3
	   			display "Opcao invalida. Meio de pagamento (1-Numerario 2-Transferencia 3-Cheque): "
	   			accept opcao2
	   		end-perform.
	   		evaluate opcao2
	   			when 1 move "NUMERARIO" to wconsmeio
	   			when 2 move "TRANSF" to wconsmeio
	   			when 3 move "CHEQUE" to wconsmeio
	   		end-evaluate.
	   		display "Confirma o pagamento ao consignante? (1-Sim 2-Nao): ".
	   		accept opcao2.
	   		if opcao2 not = 1
	   			go to consigna-menu
	   		end-if.
	   		accept whoje from date yyyymmdd.
	   		move wcons-sav to consigna-reg.
	   		move wcons-sav to waud-antes.
	   		move "P" to cons-estado.
	   		move whoje to cons-pagdata.
	   		move wconsmeio to cons-meio.
	   		move wuser to cons-user.
	   		move cons-relnum to rel-num.
	   		move consigna-reg to wcons-sav.
	   		perform actualiza-consigna.
	   		move "CONSPAGA" to waud-oper.
	   		move wcons-sav to waud-depois.
	   		perform grava-audit.
	   		display "Pagamento ao consignante registado.".
	   		go to consigna-menu.
	   cons-devolve.
	   		perform verifica-hoje.
	   		if wperfech = "S"
	   			display wpermsg
	   			go to consigna-menu
	   		end-if.
	   		display "Matricula da viatura: ".
	   		accept wconsmatr.
	   		move "A" to wconsest.
	   		perform procura-consigna.
	   		if wconsok = "N"
	   			display "Nao existe contrato activo para " wconsmatr "."
	   			go to consigna-menu
	   		end-if.
	   		move wconsmatr to wmatr.
	   		move "EM STOCK" to wprocest.
	   		perform procura-matr-estado.
	   		if rel-num = 0
	   			display "Viatura " wconsmatr " nao esta EM STOCK (anular primeiro a reserva)."
	   			go to consigna-menu
	   		end-if.
	   		move wcons-sav to consigna-reg.
	   		move cons-liquido to wprec.
	   		display "Consignante: " cons-nome " Contacto: " cons-dono
	   		" Liquido acordado: " wprec.
	   		display "Confirma a devolucao da viatura ao consignante? (1-Sim 2-Nao): ".
	   		accept opcao2.
	   		if opcao2 not = 1
	   			go to consigna-menu
	   		end-if.
	   		open i-o fic.
	   		read fic
	   			invalid key
	   				display "Registo nao encontrado no ficheiro principal."
	   				close fic
	   				go to consigna-menu
	   		end-read.
	   		move registo to waud-antes.
	   		move "DEVOLVIDO" to estado.
	   		rewrite registo
	   			invalid key display "Erro a gravar o registo."
	   		end-rewrite.
	   		close fic.
	   		move "REWRITE" to waud-oper.
	   		move registo to waud-depois.
	   		perform grava-audit.
	   		accept whoje from date yyyymmdd.
	   		move wcons-sav to consigna-reg.
	   		move wcons-sav to waud-antes.
	   		move "D" to cons-estado.
	   		move whoje to cons-pagdata.
	   		move "DEVOLUCAO" to cons-meio.
	   		move wuser to cons-user.
	   		move consigna-reg to wcons-sav.
	   		perform actualiza-consigna.
	   		move "CONSDEV" to waud-oper.
	   		move wcons-sav to waud-depois.
	   		perform grava-audit.
	   		display "Viatura " wconsmatr " devolvida ao consignante.".
	   		go to consigna-menu.
	   cons-reimprime.
	   		display "Matricula da viatura: ".
	   		accept wconsmatr.
	   		move "V" to wconsest.
	   		perform procura-consigna.
	   		if wconsok = "N"
	   			move "P" to wconsest
	   			perform procura-consigna
	   		end-if.
	   		if wconsok = "N"
	   			display "Nao existe liquidacao para " wconsmatr "."
	   			go to consigna-menu
	   		end-if.
	   		move wcons-sav to consigna-reg.
	   		perform imprime-liquidacao.
	   		move spaces to consigna-reg.
	   		go to consigna-menu.
	   documentos.
	   		display cls.
	   		display "Documentacao de Vendas e IPO".
	   documentos-menu.
	   		display "1-Actualizar Passo  2-Documentacao Pendente  3-Registar IPO  0-Voltar: ".
	   		accept opcao2.
	   		evaluate opcao2
	   			when 1 go to doc-actualiza
	   			when 2 go to doc-pendentes
	   			when 3 go to doc-ipo
	   			when 0 go to ecra
	   			when other go to documentos-menu
	   		end-evaluate.
	   doc-actualiza.
	   		display "Matricula da viatura: ".
	   		accept wmatr.
	   		move 0 to wdocn.
	   		move spaces to doc-reg.
	   		open input fic-doc.
	   		perform until doc-reg = high-values
	   			read fic-doc
	   				at end move high-values to doc-reg
	   			end-read
	   			if not doc-reg = high-values
	   				if doc-matr = wmatr
	   					add 1 to wdocn
	   					display wdocn " - Fatura " doc-fatnum space doc-fatdata
	   					space doc-passo " Estado: " doc-estado
	   					space doc-data space doc-obs
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-doc.
	   		move spaces to doc-reg.
	   		display "Estados: P-Pendente C-Concluido N-Nao aplicavel A-Anulado".
	   		if wdocn = 0
	   			display "Sem documentacao registada para " wmatr "."
	   			go to documentos-menu
	   		end-if.
	   		display "Qual o numero do passo a actualizar? (0 nenhum): ".
	   		accept wdoci.
	   		if wdoci = 0 or wdoci > wdocn
	   			go to documentos-menu
	   		end-if.
	   		display "Novo estado (1-Pendente 2-Concluido 3-Nao aplicavel): ".
	   		accept opcao2.
	   		perform until opcao2 = 1 or opcao2 = 2 or opcao2 = 3
	   			display "Opcao invalida. Novo estado (1-Pendente 2-Concluido 3-Nao aplicavel): "
	   			accept opcao2
	   		end-perform.
	   		accept whoje from date yyyymmdd.
	   		move 0 to wdocdata.
	   		evaluate opcao2
	   			when 1 move "P" to wdocest
	   			when 2
	   				move "C" to wdocest
	   				display "Data de conclusao (AAAAMMDD, 0 = hoje): "
	   				accept wval-num
	   				perform until wval-num = 0 or (wval-num <= whoje
	   				and wval-mes >= 1 and wval-mes <= 12
	   				and wval-dia >= 1 and wval-dia <= 31)
	   					display "Data invalida. Introduza novamente (AAAAMMDD): "
	   					accept wval-num
	   				end-perform
	   				if wval-num = 0
	   					move whoje to wdocdata
	   				else
	   					move wval-num to wdocdata
	   				end-if
	   			when 3 move "N" to wdocest
	   		end-evaluate.
	   		display "Observacoes: ".
	   		move spaces to wdocobs.
	   		accept wdocobs.
	   		move 0 to wdocn.
	   		move spaces to doc-reg.
	   		open input fic-doc.
	   		open output fic-doc-tmp.
	   		perform until doc-reg = high-values
	   			read fic-doc
	   				at end move high-values to doc-reg
	   			end-read
	   			if not doc-reg = high-values
	   				if doc-matr = wmatr
	   					add 1 to wdocn
	   					if wdocn = wdoci
	   						move doc-reg to waud-antes
	   						move wdocest to doc-estado
	   						move wdocdata to doc-data
	   						if wdocobs not = spaces
	   							move wdocobs to doc-obs
	   						end-if
	   						move wuser to doc-user
	   						move doc-reg to waud-depois
	   					end-if
	   				end-if
	   				move doc-reg to doc-reg-tmp
	   				write doc-reg-tmp
	   			end-if
	   		end-perform.
	   		close fic-doc.
	   		close fic-doc-tmp.
	   		move spaces to doc-reg.
	   		call "CBL_DELETE_FILE" using wfn-doc returning wrc.
	   		call "CBL_RENAME_FILE" using wfn-doc-work wfn-doc returning wrc.
	   		move 0 to rel-num.
	   		move "DOCPASSO" to waud-oper.
	   		perform grava-audit.
	   		display "Passo actualizado.".
	   		go to documentos-menu.
	   doc-pendentes.
	   		display cls.
	   		display "Documentacao Pendente".
	   		accept whoje from date yyyymmdd.
	   		accept wrel-data from date yyyymmdd.
	   		string "REL-" wrel-ano wrel-mes ".DAT" delimited by size
	   		into wrel-fname.
	   		open extend relfic.
	   		move "Documentacao Pendente" to rel-linha.
	   		write rel-linha.
	   		move 0 to wdoctot.
	   		move spaces to wdockey.
	   		move 0 to wdocnp.
	   		move spaces to doc-reg.
	   		open input fic-doc.
	   		perform until doc-reg = high-values
	   			read fic-doc
	   				at end move high-values to doc-reg
	   			end-read
	   			if not doc-reg = high-values
	   				if doc-matr not = wdockey(1:6)
	   				or doc-fatnum not = wdockey(7:6)
	   					perform doc-mostra-venda
	   					move doc-matr to wdockey(1:6)
	   					move doc-fatnum to wdockey(7:6)
	   					move doc-fatdata to wdocfat
	   					move 0 to wdocnp
	   					move spaces to wdocpend
	   					move 1 to wdocptr
	   				end-if
	   				if doc-estado = "P"
	   					add 1 to wdocnp
	   					string doc-passo delimited by space
	   					" " delimited by size
	   					into wdocpend with pointer wdocptr
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-doc.
	   		move spaces to doc-reg.
	   		perform doc-mostra-venda.
	   		display "Vendas com documentacao pendente: " wdoctot.
	   		move spaces to rel-linha.
	   		string "Vendas com documentacao pendente: " wdoctot
	   		delimited by size into rel-linha.
	   		write rel-linha.
	   		close relfic.
	   		accept pausa.
	   		go to documentos-menu.
	   doc-ipo.
	   		display "Matricula da viatura: ".
	   		accept wmatr.
	   		move "EM STOCK" to wprocest.
	   		perform procura-matr-estado.
	   		if rel-num = 0
	   			move "RESERVADO" to wprocest
	   			perform procura-matr-estado
	   		end-if.
	   		if rel-num = 0
	   			display "Viatura " wmatr " nao esta em stock."
	   			go to documentos-menu
	   		end-if.
	   		display "Validade da IPO (AAAAMMDD): ".
	   		accept wval-num.
	   		perform until wval-mes >= 1 and wval-mes <= 12
	   		and wval-dia >= 1 and wval-dia <= 31
	   			display "Data invalida. Introduza novamente (AAAAMMDD): "
	   			accept wval-num
	   		end-perform.
	   		open i-o fic.
	   		read fic
	   			invalid key
	   				display "Registo nao encontrado no ficheiro principal."
	   				close fic
	   				go to documentos-menu
	   		end-read.
	   		move registo to waud-antes.
	   		move wval-num to ipo-validade.
	   		rewrite registo
	   			invalid key display "Erro a gravar o registo."
	   		end-rewrite.
	   		close fic.
	   		move "REWRITE" to waud-oper.
	   		move registo to waud-depois.
	   		perform grava-audit.
	   		display "IPO registada para " wmatr ".".
	   		go to documentos-menu.
	   stands.
	   		display cls.
	   		display "Stands e Transferencias".
	   stands-menu.
	   		display "1-Transferir Viatura  2-Historico de Transferencias  3-Listar Stands  4-Criar Stand  0-Voltar: ".
	   		accept opcao2.
	   		evaluate opcao2
	   			when 1 go to std-transfere
	   			when 2 go to std-historico
	   			when 3 go to std-lista
	   			when 4
	   				if wnivel < 2
	   					display "Opcao reservada ao supervisor."
	   					go to stands-menu
	   				end-if
	   				go to std-cria
	   			when 0 go to ecra
	   			when other go to stands-menu
	   		end-evaluate.
	   std-transfere.
	   		perform verifica-hoje.
	   		if wperfech = "S"
	   			display wpermsg
	   			go to stands-menu
	   		end-if.
	   		display "Matricula da viatura: ".
	   		accept wmatr.
	   		move "EM STOCK" to wprocest.
	   		perform procura-matr-estado.
	   		if rel-num = 0
	   			move "RESERVADO" to wprocest
	   			perform procura-matr-estado
	   		end-if.
	   		if rel-num = 0
	   			display "Viatura " wmatr " nao esta em stock."
	   			go to stands-menu
	   		end-if.
	   		perform stand-viatura.
	   		move wstandv to wstdorig.
	   		move wstdorig to wstdcod.
	   		perform procura-stand.
	   		display "Stand actual: " wstdorig space wstdnome.
	   		display "Stand de destino: ".
	   		accept wstdcod.
	   		perform procura-stand.
	   		if wstdfound = "N" or wstdcod = wstdorig
	   			display "Stand de destino invalido."
	   			go to stands-menu
	   		end-if.
	   		display "Motorista: ".
	   		move spaces to wtrfmot.
	   		accept wtrfmot.
	   		display "Motivo: ".
	   		move spaces to wtrfmotivo.
	   		accept wtrfmotivo.
	   		open i-o fic.
	   		read fic
	   			invalid key
	   				display "Registo nao encontrado no ficheiro principal."
	   				close fic
	   				go to stands-menu
	   		end-read.
	   		move registo to waud-antes.
	   		move wstdcod to stand.
	   		rewrite registo
	   			invalid key display "Erro a gravar o registo."
	   		end-rewrite.
	   		close fic.
	   		move "TRANSFER" to waud-oper.
	   		move registo to waud-depois.
	   		perform grava-audit.
	   		accept whoje from date yyyymmdd.
	   		open extend fic-trf.
	   		move wmatr to trf-matr.
	   		move whoje to trf-data.
	   		move wstdorig to trf-origem.
	   		move wstdcod to trf-destino.
	   		move wtrfmot to trf-motorista.
	   		move wtrfmotivo to trf-motivo.
	   		move wuser to trf-user.
	   		write transf-reg.
	   		close fic-trf.
	   		display "Viatura " wmatr " transferida para " wstdnome.
	   		go to stands-menu.
	   std-historico.
	   		display "Matricula (vazio = todas): ".
	   		move spaces to wmatr.
	   		accept wmatr.
	   		move spaces to transf-reg.
	   		open input fic-trf.
	   		perform until transf-reg = high-values
	   			read fic-trf
	   				at end move high-values to transf-reg
	   			end-read
	   			if not transf-reg = high-values
	   				if wmatr = spaces or trf-matr = wmatr
	   					display trf-matr space trf-data space trf-origem
	   					" -> " trf-destino space trf-motorista
	   					space trf-motivo space trf-user
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-trf.
	   		move spaces to transf-reg.
	   		go to stands-menu.
	   std-lista.
	   		move "N" to wstdfound.
	   		move spaces to stand-reg.
	   		open input fic-std.
	   		perform until stand-reg = high-values
	   			read fic-std
	   				at end move high-values to stand-reg
	   			end-read
	   			if not stand-reg = high-values
	   				display std-cod space std-nome
	   				if std-cod = 1
	   					move "S" to wstdfound
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-std.
	   		move spaces to stand-reg.
	   		if wstdfound = "N"
	   			display "01 STAND PRINCIPAL"
	   		end-if.
	   		display "Stand deste posto: " wstand.
	   		go to stands-menu.
	   std-cria.
	   		display "Codigo do stand: ".
	   		accept wstdcod.
	   		perform procura-stand.
	   		if wstdcod = 1 and wstdnome = "STAND PRINCIPAL"
	   			move "N" to wstdfound
	   		end-if.
	   		if wstdcod = 0 or wstdfound = "S"
	   			display "Codigo invalido ou ja existente."
	   			go to stands-menu
	   		end-if.
	   		display "Nome do stand: ".
	   		accept wstdnome.
	   		open extend fic-std.
	   		move wstdcod to std-cod.
	   		move wstdnome to std-nome.
	   		write stand-reg.
	   		close fic-std.
	   		move 0 to rel-num.
	   		move "STAND" to waud-oper.
	   		move spaces to waud-antes.
	   		move stand-reg to waud-depois.
	   		perform grava-audit.
	   		display "Stand criado.".
	   		go to stands-menu.
	   periodos.
	   		display cls.
	   		display "Periodos Fechados".
	   periodos-menu.
	   		display "1-Listar Fechos e Reaberturas  2-Reabrir Periodo  3-Fechar Periodo  0-Voltar: ".
	   		accept opcao2.
	   		evaluate opcao2
	   			when 1 go to per-lista
	   			when 2 go to per-reabre
	   			when 3 go to per-fecha
	   			when 0 go to ecra
	   			when other go to periodos-menu
	   		end-evaluate.
	   per-lista.
	   		move spaces to periodo-reg.
	   		open input fic-per.
	   		perform until periodo-reg = high-values
	   			read fic-per
	   				at end move high-values to periodo-reg
	   			end-read
	   			if not periodo-reg = high-values
	   				display per-tipo space per-data space per-estado
	   				space per-regdata space per-user space per-motivo
	   			end-if
	   		end-perform.
	   		close fic-per.
	   		move spaces to periodo-reg.
	   		go to periodos-menu.
	   per-reabre.
	   		display "Tipo de periodo (1-Mes 2-Dia): ".
	   		accept opcao2.
	   		perform until opcao2 = 1 or opcao2 = 2
	   			display "Opcao invalida. Tipo de periodo (1-Mes 2-Dia): "
	   			accept opcao2
	   		end-perform.
	   		if opcao2 = 1
	   			move "M" to wpertipo
	   			display "Ano e mes (AAAAMM): "
	   			accept wper-anomes
	   			move 0 to wper-dia
	   		else
	   			move "D" to wpertipo
	   			display "Data (AAAAMMDD): "
	   			accept wper-data
	   		end-if.
	   		perform verifica-periodo.
	   		if (wpertipo = "M" and wpermesest not = "F")
	   		or (wpertipo = "D" and wperdiaest not = "F")
	   			display "O periodo indicado nao esta fechado."
	   			go to periodos-menu
	   		end-if.
	   		move spaces to wpermot.
	   		perform until wpermot not = spaces
	   			display "Motivo da reabertura (obrigatorio): "
	   			accept wpermot
	   		end-perform.
	   		move "A" to wperest.
	   		perform grava-periodo.
	   		display "Periodo reaberto.".
	   		if wpertipo = "D" and wpermesest = "F"
	   			display "Atencao: o mes " wper-anomes " continua fechado."
	   		end-if.
	   		go to periodos-menu.
	   per-fecha.
	   		display "Tipo de periodo (1-Mes 2-Dia): ".
	   		accept opcao2.
	   		perform until opcao2 = 1 or opcao2 = 2
	   			display "Opcao invalida. Tipo de periodo (1-Mes 2-Dia): "
	   			accept opcao2
	   		end-perform.
	   		if opcao2 = 1
	   			move "M" to wpertipo
	   			display "Ano e mes (AAAAMM): "
	   			accept wper-anomes
	   			move 0 to wper-dia
	   		else
	   			move "D" to wpertipo
	   			display "Data (AAAAMMDD): "
	   			accept wper-data
	   		end-if.
	   		move wper-data to wval-num.
	   		if wpertipo = "M"
	   			move 1 to wval-dia
	   		end-if.
	   		if wval-ano < 2000 or wval-mes < 1 or wval-mes > 12
	   		or wval-dia < 1 or wval-dia > 31
	   			display "Data invalida."
	   			go to periodos-menu
	   		end-if.
	   		accept whoje from date yyyymmdd.
	   		compute wperhoje = whoje / 100.
	   		if (wpertipo = "M" and wper-anomes >= wperhoje)
	   		or (wpertipo = "D" and wper-data >= whoje)
	   			display "So se pode fechar um periodo ja terminado. O dia de hoje fecha-se no fecho de caixa."
	   			go to periodos-menu
	   		end-if.
	   		perform verifica-periodo.
	   		if (wpertipo = "M" and wpermesest = "F")
	   		or (wpertipo = "D" and wperdiaest = "F")
	   			display "O periodo indicado ja esta fechado."
	   			go to periodos-menu
	   		end-if.
	   		if wpertipo = "D" and wpermesest = "F"
	   			display "O mes " wper-anomes " esta fechado. Reabra o mes antes de tratar o dia."
	   			go to periodos-menu
	   		end-if.
	   		move spaces to wpermot.
	   		perform until wpermot not = spaces
	   			display "Motivo do fecho (obrigatorio): "
	   			accept wpermot
	   		end-perform.
	   		move "F" to wperest.
	   		perform grava-periodo.
	   		display "Periodo fechado.".
	   		go to periodos-menu.
	   parametros.
	   		display cls.
	   		display "Parametros e Taxas".
	   parametros-menu.
	   		display "1-Listar  2-Novo Valor  0-Voltar: ".
	   		accept opcao2.
	   		evaluate opcao2
	   			when 1 go to par-lista
	   			when 2 go to par-novo
	   			when 0 go to ecra
	   			when other go to parametros-menu
	   		end-evaluate.
	   par-lista.
	   		accept wpar-data from date yyyymmdd.
	   		display "Valores em vigor a " wpar-data ":".
	   		move "IVA" to wpar-cod.
	   		perform mostra-parametro.
	   		move "COMISSAO" to wpar-cod.
	   		perform mostra-parametro.
	   		move "RESERVA" to wpar-cod.
	   		perform mostra-parametro.
	   		move "BANDA1" to wpar-cod.
	   		perform mostra-parametro.
	   		move "BANDA2" to wpar-cod.
	   		perform mostra-parametro.
	   		move "BANDA3" to wpar-cod.
	   		perform mostra-parametro.
	   		move "TDKM" to wpar-cod.
	   		perform mostra-parametro.
	   		move "BKPGER" to wpar-cod.
	   		perform mostra-parametro.
	   		move "RETENCAO" to wpar-cod.
	   		perform mostra-parametro.
	   		display "Historico de alteracoes:".
	   		move spaces to param-reg.
	   		open input fic-par.
	   		perform until param-reg = high-values
	   			read fic-par
	   				at end move high-values to param-reg
	   			end-read
	   			if not param-reg = high-values
	   				move par-valor to wwpar
	   				display par-codigo space par-vendedor space par-inicio
	   				space wwpar space par-regdata space par-user
	   			end-if
	   		end-perform.
	   		close fic-par.
	   		move spaces to param-reg.
	   		go to parametros-menu.
	   par-novo.
	   		display "Parametro (1-IVA 2-Comissao 3-Dias de reserva 4-Banda 1 5-Banda 2 6-Banda 3 7-Km de test-drive 8-Geracoes de copia 9-Anos de retencao): ".
	   		accept opcao2.
	   		perform until opcao2 >= 1 and opcao2 <= 9
	   			display "Opcao invalida. Parametro (1 a 9): "
	   			accept opcao2
	   		end-perform.
	   		evaluate opcao2
	   			when 1 move "IVA" to wpar-cod
	   			when 2 move "COMISSAO" to wpar-cod
	   			when 3 move "RESERVA" to wpar-cod
	   			when 4 move "BANDA1" to wpar-cod
	   			when 5 move "BANDA2" to wpar-cod
	   			when 6 move "BANDA3" to wpar-cod
	   			when 7 move "TDKM" to wpar-cod
	   			when 8 move "BKPGER" to wpar-cod
	   			when 9 move "RETENCAO" to wpar-cod
	   		end-evaluate.
	   		move spaces to wpar-vsav.
	   		if wpar-cod = "COMISSAO"
	   			display "Vendedor (vazio = taxa geral da loja): "
	   			accept wpar-vsav
	   		end-if.
	   		accept whoje from date yyyymmdd.
	   		display "Em vigor a partir de (AAAAMMDD): ".
	   		accept wval-num.
	   		perform until wval-num >= whoje and wval-mes >= 1
	   		and wval-mes <= 12 and wval-dia >= 1 and wval-dia <= 31
	   			display "Data invalida. Introduza novamente (AAAAMMDD): "
	   			accept wval-num
	   		end-perform.
	   		move wval-num to wper-data.
	   		perform verifica-periodo.
	   		if wperfech = "S"
	   			display wpermsg
	   			go to parametros-menu
	   		end-if.
	   		display "Novo valor (percentagem ou numero de dias): ".
	   		accept wpar-novo.
	   		perform until wpar-novo > 0
	   		and (wpar-novo < 100 or wpar-cod not = "IVA" and wpar-cod not = "COMISSAO")
	   		and (wpar-novo <= 50 or wpar-cod not = "BKPGER")
	   		and (wpar-novo >= 10 and wpar-novo <= 99 or wpar-cod not = "RETENCAO")
	   		and (wpar-novo <= 999 or wpar-cod not = "RESERVA")
	   		and (wpar-novo <= 9999 or wpar-cod not = "BANDA1" and wpar-cod not = "BANDA2"
	   		and wpar-cod not = "BANDA3")
	   		and (function integer-part(wpar-novo) = wpar-novo
	   		or wpar-cod = "IVA" or wpar-cod = "COMISSAO")
	   			display "Valor invalido. Introduza novamente: "
	   			accept wpar-novo
	   		end-perform.
	   		move wval-num to wpar-data.
	   		if wpar-cod = "BANDA1" or wpar-cod = "BANDA2" or wpar-cod = "BANDA3"
	   			perform bandas-antiguidade
	   			evaluate opcao2
	   				when 4 move wpar-novo to wband1
	   				when 5 move wpar-novo to wband2
	   				when 6 move wpar-novo to wband3
	   			end-evaluate
	   			if not (wband1 < wband2 and wband2 < wband3)
	   				display "Bandas de antiguidade fora de ordem. Alteracao recusada."
	   				go to parametros-menu
	   			end-if
	   		end-if.
	   		move wpar-vsav to wpar-vend.
	   		perform procura-parametro.
	   		move wpar-val to wwpar.
	   		move spaces to waud-antes.
	   		string wpar-cod " " wpar-vsav " " wwpar
	   		delimited by size into waud-antes.
	   		open extend fic-par.
	   		move wpar-cod to par-codigo.
	   		move wpar-vsav to par-vendedor.
	   		move wval-num to par-inicio.
	   		move wpar-novo to par-valor.
	   		accept par-regdata from date yyyymmdd.
	   		move wuser to par-user.
	   		write param-reg.
	   		close fic-par.
	   		move "PARAM" to waud-oper.
	   		move 0 to rel-num.
	   		move param-reg to waud-depois.
	   		perform grava-audit.
	   		perform carrega-parametros.
	   		display "Parametro registado.".
	   		go to parametros-menu.
	   leads.
	   		display cls.
	   		display "Contactos e Test-Drives".
	   leads-menu.
	   		display "1-Novo Contacto  2-Saida Test-Drive  3-Regresso Test-Drive  4-Test-Drives em Curso  5-Relatorio Mensal  0-Voltar: ".
	   		accept opcao2.
	   		evaluate opcao2
	   			when 1 go to lead-add
	   			when 2 go to td-saida
	   			when 3 go to td-regresso
	   			when 4 go to td-lista
	   			when 5 go to lead-rel
	   			when 0 go to ecra
	   			when other go to leads-menu
	   		end-evaluate.
	   lead-add.
	   		display "Origem (1-Visita ao stand 2-Telefone): ".
	   		accept opcao2.
	   		perform until opcao2 = 1 or opcao2 = 2
	   			display "Opcao invalida. Origem (1-Visita ao stand 2-Telefone): "
	   			accept opcao2
	   		end-perform.
	   		if opcao2 = 1
	   			move "L" to wlorig
	   		else
	   			move "T" to wlorig
	   		end-if.
	   		perform pede-cliente.
	   		display "Vendedor: ".
	   		accept wvend.
	   		display "Matricula de interesse (vazio = nenhuma): ".
	   		move spaces to wmatr.
	   		accept wmatr.
	   		if wmatr not = spaces
	   			move "N" to wachou
	   			open input fic-idx
	   			perform until idx-rec = high-values
	   				read fic-idx
	   					at end move high-values to idx-rec
	   				end-read
	   				if not idx-rec = high-values
	   					if idx-matricula = wmatr
	   						move "S" to wachou
	   					end-if
	   				end-if
	   			end-perform
	   			close fic-idx
	   			move low-values to idx-rec
	   			if wachou = "N"
	   				display "Matricula nao encontrada. Contacto registado sem viatura."
	   				move spaces to wmatr
	   			end-if
	   		end-if.
	   		display "Observacoes: ".
	   		move spaces to wlobs.
	   		accept wlobs.
	   		open extend fic-lead.
	   		accept lead-data from date yyyymmdd.
	   		move wlorig to lead-origem.
	   		move wcontacto to lead-contacto.
	   		move wnome to lead-nome.
	   		move wvend to lead-vendedor.
	   		move wmatr to lead-matr.
	   		move wlobs to lead-obs.
	   		move wuser to lead-user.
	   		write lead-reg.
	   		close fic-lead.
	   		display "Contacto registado.".
	   		go to leads-menu.
	   td-saida.
	   		display "Matricula da viatura: ".
	   		accept wmatr.
	   		move "EM STOCK" to wprocest.
	   		perform procura-matr-estado.
	   		if rel-num = 0
	   			move "RESERVADO" to wprocest
	   			perform procura-matr-estado
	   		end-if.
	   		if rel-num = 0
	   			display "Viatura " wmatr " nao esta em stock."
	   			go to leads-menu
	   		end-if.
	   		move km to wlkm.
	   		move "N" to wachou.
	   		move spaces to td-reg.
	   		open input fic-td.
	   		perform until td-reg = high-values
	   			read fic-td
	   				at end move high-values to td-reg
	   			end-read
	   			if not td-reg = high-values
	   				if td-matr = wmatr and td-estado = "S"
	   					move "S" to wachou
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-td.
	   		move spaces to td-reg.
	   		if wachou = "S"
	   			display "A viatura " wmatr " ja se encontra em test-drive."
	   			go to leads-menu
	   		end-if.
	   		display marca space modelo " Km registados: " wlkm.
	   		perform pede-cliente.
	   		display "Carta de conducao: ".
	   		accept wlcarta.
	   		perform until wlcarta not = spaces
	   			display "Carta de conducao obrigatoria. Introduza novamente: "
	   			accept wlcarta
	   		end-perform.
	   		display "Vendedor: ".
	   		accept wvend.
	   		display "Km a saida (0 = km registados): ".
	   		accept wval-num.
	   		if wval-num = 0
	   			move wlkm to wval-num
	   		end-if.
	   		perform until wval-num >= wlkm and wval-num <= 999999
	   			display "Km a saida inferiores aos registados. Introduza novamente: "
	   			accept wval-num
	   		end-perform.
	   		if wval-num > wlkm
	   			display "Atencao: viatura com km por explicar desde o ultimo registo."
	   		end-if.
	   		accept wlhora from time.
	   		open extend fic-td.
	   		move wmatr to td-matr.
	   		move rel-num to td-relnum.
	   		accept td-data from date yyyymmdd.
	   		move wlhora(1:4) to td-hsaida.
	   		move 0 to td-hregresso.
	   		move wlkm to td-kmreg.
	   		move wval-num to td-kmsaida.
	   		move 0 to td-kmregresso.
	   		move wcontacto to td-contacto.
	   		move wnome to td-nome.
	   		move wlcarta to td-carta.
	   		move wvend to td-vendedor.
	   		move "S" to td-estado.
	   		move spaces to td-obs.
	   		move wuser to td-user.
	   		write td-reg.
	   		close fic-td.
	   		display "Saida registada as " td-hsaida ".".
	   		go to leads-menu.
	   td-regresso.
	   		display "Matricula da viatura: ".
	   		accept wmatr.
	   		move "N" to wachou.
	   		move spaces to td-reg.
	   		open input fic-td.
	   		perform until td-reg = high-values
	   			read fic-td
	   				at end move high-values to td-reg
	   			end-read
	   			if not td-reg = high-values
	   				if td-matr = wmatr and td-estado = "S"
	   					move "S" to wachou
	   					move td-reg to wltd-sav
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-td.
	   		move spaces to td-reg.
	   		if wachou = "N"
	   			display "Nao existe test-drive em curso para " wmatr "."
	   			go to leads-menu
	   		end-if.
	   		move wltd-sav to td-reg.
	   		display "Saida: " td-data " " td-hsaida " Km: " td-kmsaida
	   		" Cliente: " td-nome.
	   		display "Km a chegada: ".
	   		accept wval-num.
	   		perform until wval-num >= td-kmsaida and wval-num <= 999999
	   			display "Km a chegada inferiores aos da saida. Introduza novamente: "
	   			accept wval-num
	   		end-perform.
	   		compute wlperc = wval-num - td-kmsaida.
	   		move "TDKM" to wpar-cod.
	   		move spaces to wpar-vend.
	   		move td-data to wpar-data.
	   		perform procura-parametro.
	   		move wpar-val to wlkmlim.
	   		move spaces to wlobs.
	   		if wlperc > wlkmlim
	   			display "Percorridos " wlperc " km, acima do limite de " wlkmlim "."
	   			display "Justificacao (vazio = por explicar): "
	   			accept wlobs
	   		end-if.
	   		accept wlhora from time.
	   		move wval-num to td-kmregresso.
	   		move wlhora(1:4) to td-hregresso.
	   		move "R" to td-estado.
	   		move wlobs to td-obs.
	   		move td-reg to wltd-sav.
	   		move spaces to td-reg.
	   		open input fic-td.
	   		open output fic-td-tmp.
	   		perform until td-reg = high-values
	   			read fic-td
	   				at end move high-values to td-reg
	   			end-read
	   			if not td-reg = high-values
	   				if td-matr = wmatr and td-estado = "S"
	   					move wltd-sav to td-reg-tmp
	   				else
	   					move td-reg to td-reg-tmp
	   				end-if
	   				write td-reg-tmp
	   			end-if
	   		end-perform.
	   		close fic-td.
	   		close fic-td-tmp.
	   		move spaces to td-reg.
	   		call "CBL_DELETE_FILE" using wfn-td returning wrc.
	   		call "CBL_RENAME_FILE" using wfn-td-work wfn-td returning wrc.
	   		move wltd-sav to td-reg.
	   		move td-relnum to rel-num.
	   		open i-o fic.
	   		read fic
	   			invalid key
	   				display "Registo da viatura nao encontrado."
	   			not invalid key
	   				if matricula = wmatr and td-kmregresso > km
	   					move registo to waud-antes
	   					move td-kmregresso to km
	   					rewrite registo
	   						invalid key display "Erro a actualizar os km."
	   					end-rewrite
	   					move "TESTDRIV" to waud-oper
	   					move registo to waud-depois
	   					perform grava-audit
	   				end-if
	   		end-read.
	   		close fic.
	   		display "Regresso registado. Km percorridos: " wlperc.
	   		go to leads-menu.
	   td-lista.
	   		move 0 to wlcnt.
	   		move spaces to td-reg.
	   		open input fic-td.
	   		perform until td-reg = high-values
	   			read fic-td
	   				at end move high-values to td-reg
	   			end-read
	   			if not td-reg = high-values
	   				if td-estado = "S"
	   					add 1 to wlcnt
	   					display td-matr space td-data space td-hsaida
	   					" Km: " td-kmsaida space td-nome space td-vendedor
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-td.
	   		move spaces to td-reg.
	   		display "Test-drives em curso: " wlcnt.
	   		go to leads-menu.
	   lead-rel.
	   		display "Ano e mes do relatorio (AAAAMM): ".
	   		accept wlmes.
	   		move 0 to wcvn.
	   		open input fic.
	   		perform until registo = high-values
	   			read fic
	   				at end move high-values to registo
	   			end-read
	   			if not registo = high-values
	   				if estado = "VENDIDO" and wcvn < 2000
	   					add 1 to wcvn
	   					move matricula to wcv-matr(wcvn)
	   					move contacto to wcv-cont(wcvn)
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic.
	   		move low-values to registo.
	   		move 0 to wlvn.
	   		move 0 to wlcn.
	   		accept wrel-data from date yyyymmdd.
	   		string "REL-" wrel-ano wrel-mes ".DAT" delimited by size
	   		into wrel-fname.
	   		open extend relfic.
	   		move spaces to rel-linha.
	   		string "Contactos e Test-Drives " wlmes delimited by size
	   		into rel-linha.
	   		write rel-linha.
	   		display "Contactos e Test-Drives " wlmes.
	   		move spaces to lead-reg.
	   		open input fic-lead.
	   		perform until lead-reg = high-values
	   			read fic-lead
	   				at end move high-values to lead-reg
	   			end-read
	   			if not lead-reg = high-values
	   				if lead-data(1:6) = wlmes
	   					move lead-vendedor to wvend
	   					perform acumula-lead-vend
	   					add 1 to wlv-leads(wlvx)
	   					move lead-matr to wmatr
	   					move lead-contacto to wcontacto
	   					perform procura-conversao
	   					if wlconv = "S"
	   						add 1 to wlv-lconv(wlvx)
	   					end-if
	   					if lead-matr not = spaces
	   						perform acumula-lead-carro
	   						add 1 to wlc-leads(wlcx)
	   						if wlconv = "S"
	   							add 1 to wlc-lconv(wlcx)
	   						end-if
	   					end-if
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-lead.
	   		move spaces to lead-reg.
	   		display "Km por explicar:".
	   		move "Km por explicar:" to rel-linha.
	   		write rel-linha.
	   		move spaces to td-reg.
	   		open input fic-td.
	   		perform until td-reg = high-values
	   			read fic-td
	   				at end move high-values to td-reg
	   			end-read
	   			if not td-reg = high-values
	   				if td-data(1:6) = wlmes
	   					move td-vendedor to wvend
	   					perform acumula-lead-vend
	   					add 1 to wlv-tds(wlvx)
	   					move td-matr to wmatr
	   					perform acumula-lead-carro
	   					add 1 to wlc-tds(wlcx)
	   					move td-contacto to wcontacto
	   					perform procura-conversao
	   					if wlconv = "S"
	   						add 1 to wlv-tconv(wlvx)
	   						add 1 to wlc-conv(wlcx)
	   					end-if
	   					perform verifica-km-td
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-td.
	   		move spaces to td-reg.
	   		display "Por vendedor (contactos / vendidos, test-drives / vendidos):".
	   		move "Por vendedor:" to rel-linha.
	   		write rel-linha.
	   		move 1 to wlvi.
	   		perform until wlvi > wlvn
	   			display "  " wlv-nome(wlvi) " Contactos: " wlv-leads(wlvi)
	   			" Vendidos: " wlv-lconv(wlvi) " Test-drives: " wlv-tds(wlvi)
	   			" Vendidos: " wlv-tconv(wlvi)
	   			move spaces to rel-linha
	   			string wlv-nome(wlvi) " Contactos: " wlv-leads(wlvi)
	   			" Vendidos: " wlv-lconv(wlvi) " Test-drives: " wlv-tds(wlvi)
	   			" Vendidos: " wlv-tconv(wlvi)
	   			delimited by size into rel-linha
	   			write rel-linha
	   			add 1 to wlvi
	   		end-perform.
	   		display "Por viatura (contactos / vendidos, test-drives / vendidos):".
	   		move "Por viatura:" to rel-linha.
	   		write rel-linha.
	   		move 1 to wlci.
	   		perform until wlci > wlcn
	   			display "  " wlc-matr(wlci) " Contactos: " wlc-leads(wlci)
	   			" Vendidos: " wlc-lconv(wlci) " Test-drives: " wlc-tds(wlci)
	   			" Vendidos: " wlc-conv(wlci)
	   			move spaces to rel-linha
	   			string wlc-matr(wlci) " Contactos: " wlc-leads(wlci)
	   			" Vendidos: " wlc-lconv(wlci) " Test-drives: " wlc-tds(wlci)
	   			" Vendidos: " wlc-conv(wlci)
	   			delimited by size into rel-linha
	   			write rel-linha
	   			add 1 to wlci
	   		end-perform.
	   		close relfic.
	   		accept pausa.
	   		go to leads-menu.
	   arquivo-anual.
	   		display cls.
	   		display "Arquivar registos com ano de registo ate (2 digitos): ".
	   		accept wcorte.
	   		move 0 to ctl-relnum.
	   		open input fic-ctl.
	   		read fic-ctl at end continue end-read.
	   		close fic-ctl.
	   		move ctl-relnum to wmaxrel.
	   		move 0 to arqctl-relnum.
	   		move 0 to arqctl-corte.
	   		move 0 to arqctl-wrote.
	   		open input fic-arqctl.
	   		read fic-arqctl at end continue end-read.
	   		close fic-arqctl.
	   		if arqctl-corte = wcorte
	   			move arqctl-relnum to rel-num
	   		else
	   			move 0 to rel-num
	   			move 0 to arqctl-wrote
	   		end-if.
	   		move 0 to wcntarq.
	   		perform until rel-num >= wmaxrel
	   			compute rel-num = rel-num + 1
	   			open i-o fic
	   			read fic
	   				invalid key continue
	   				not invalid key
	   					if ano <= wcorte
	   						if arqctl-wrote not = rel-num
	   							move registo to arq-reg
	   							open extend arquivo
	   							write arq-reg
	   							close arquivo
	   							move rel-num to arqctl-wrote
	   							move wcorte to arqctl-corte
	   							open output fic-arqctl
	   							write arqctl-rec
	   							close fic-arqctl
	   						end-if
	   						move matricula to wmatr
	   						open extend fic-arqpend
	   						move wmatr to arqpend-matr
	   						move rel-num to arqpend-relnum
	   						write arqpend-rec
	   						close fic-arqpend
	   						delete fic
	   							invalid key display "Erro a arquivar o registo."
	   						end-delete
	   						move "ARQUIVO" to waud-oper
	   						move registo to waud-antes
	   						move spaces to waud-depois
	   						perform grava-audit
	   						compute wcntarq = wcntarq + 1
	   					end-if
	   			end-read
	   			close fic
	   			move rel-num to arqctl-relnum
	   			move wcorte to arqctl-corte
	   			open output fic-arqctl
	   			write arqctl-rec
	   			close fic-arqctl
	   		end-perform.
	   		move low-values to registo.
	   		move low-values to idx-rec.
	   		perform flush-arqpend.
	   		display "Registos arquivados: " wcntarq.
	   		accept pausa.
	   		go ecra.
	   copias.
	   		display cls.
	   		display "Copias de Seguranca".
	   copias-menu.
	   		display "1-Criar Copia  2-Listar Geracoes  3-Restaurar  0-Voltar: ".
	   		accept opcao2.
	   		evaluate opcao2
	   			when 1 go to bkp-cria
	   			when 2 go to bkp-lista
	   			when 3 go to bkp-restaura
	   			when 0 go to ecra
	   			when other go to copias-menu
	   		end-evaluate.
	   bkp-cria.
	   		perform faz-backup.
	   		if wbk-rc = 0
	   			display "Copia criada em " wbk-dir
	   		else
	   			display "A copia " wbk-dir " falhou. Verifique o espaco em disco e repita."
	   		end-if.
	   		go to copias-menu.
	   bkp-lista.
	   		perform mostra-geracoes.
	   		go to copias-menu.
	   bkp-restaura.
	   		perform mostra-geracoes.
	   		if wbk-ngen = 0
	   			display "Nao existem copias para restaurar."
	   			go to copias-menu
	   		end-if.
	   		display "Numero da copia a restaurar (0 = cancelar): ".
	   		accept wbk-sel.
	   		if wbk-sel = 0 or wbk-sel > wbk-ngen
	   			go to copias-menu
	   		end-if.
	   		move wbk-gen(wbk-sel) to wbk-dir.
	   		display "Todos os dados atuais serao substituidos pela copia " wbk-dir.
	   		display "O registo de auditoria e o registo de execucao nao sao repostos.".
	   		display "Confirma o restauro? (1-Sim 2-Nao): ".
	   		accept opcao2.
	   		if opcao2 not = 1
	   			go to copias-menu
	   		end-if.
	   		move "G" to wbk-modo.
	   		perform verifica-geracao.
	   		if wbk-ok not = "S"
	   			move spaces to wbatlinha
	   			string "RESTAURO " wbk-dir delimited by space
	   			" RECUSADO: COPIA NAO CONFERE" delimited by size into wbatlinha
	   			perform grava-batlog
	   			move "RESTAURO" to waud-oper
	   			move 0 to rel-num
	   			move wbk-dir to waud-antes
	   			move "RECUSADO: COPIA NAO CONFERE" to waud-depois
	   			perform grava-audit
	   			display "A copia nao confere com o manifesto. Restauro recusado."
	   			go to copias-menu
	   		end-if.
	   		perform repoe-ficheiros.
	   		move "L" to wbk-modo.
	   		perform verifica-geracao.
	   		move spaces to waud-depois.
	   		if wbk-nerr = 0 and wbk-ok = "S"
	   			move "RESTAURADO E VERIFICADO" to waud-depois
	   		else
	   			move "RESTAURADO COM ERROS" to waud-depois
	   		end-if.
	   		move spaces to wbatlinha.
	   		string "RESTAURO " wbk-dir delimited by space
	   		" " waud-depois delimited by size into wbatlinha.
	   		perform grava-batlog.
	   		move "RESTAURO" to waud-oper.
	   		move 0 to rel-num.
	   		move wbk-dir to waud-antes.
	   		perform grava-audit.
	   		display "Restauro da copia " wbk-dir ": " waud-depois(1:30).
	   		display "O programa vai terminar. Volte a entrar para trabalhar com os dados repostos.".
	   		accept pausa.
	   		go to fim.
	   rgpd.
	   		display cls.
	   		display "Clientes e RGPD".
	   rgpd-menu.
	   		display "1-Consentimento  2-Lista de Contactos Autorizados  3-Anonimizar Cliente  0-Voltar: ".
	   		accept opcao2.
	   		evaluate opcao2
	   			when 1 go to rgpd-consent
	   			when 2 go to rgpd-lista
	   			when 3
	   				if wnivel < 2
	   					go to sem-acesso
	   				end-if
	   				go to rgpd-anonimiza
	   			when 0 go to ecra
	   			when other go to rgpd-menu
	   		end-evaluate.
	   rgpd-consent.
	   		display "Contacto do cliente: ".
	   		accept wrg-cont.
	   		move "N" to wclifound.
	   		move spaces to cliente-reg.
	   		open input clientes.
	   		perform until cliente-reg = high-values
	   			read clientes
	   				at end move high-values to cliente-reg
	   			end-read
	   			if not cliente-reg = high-values
	   				if contacto-cli = wrg-cont
	   					move "S" to wclifound
	   					move nome-cli to wnome
	   					move cli-consent to wrg-cons
	   					move cli-consdata to wval-num
	   				end-if
	   			end-if
	   		end-perform.
	   		close clientes.
	   		move low-values to cliente-reg.
	   		if wclifound = "N"
	   			display "Contacto nao encontrado em clientes."
	   			go to rgpd-menu
	   		end-if.
	   		display "Cliente: " wnome.
	   		evaluate wrg-cons
	   			when "S" display "Consentimento dado em " wval-num
	   			when "N" display "Consentimento recusado em " wval-num
	   			when other display "Consentimento nunca registado."
	   		end-evaluate.
	   		perform pede-consentimento.
	   		perform grava-consentimento.
	   		display "Consentimento registado.".
	   		go to rgpd-menu.
	   rgpd-lista.
	   		accept wrel-data from date yyyymmdd.
	   		string "REL-" wrel-ano wrel-mes ".DAT" delimited by size
	   		into wrel-fname.
	   		open extend relfic.
	   		move "Clientes com consentimento para contactos comerciais" to rel-linha.
	   		write rel-linha.
	   		display "Clientes com consentimento para contactos comerciais".
	   		move 0 to wrg-ncli.
	   		move spaces to cliente-reg.
	   		open input clientes.
	   		perform until cliente-reg = high-values
	   			read clientes
	   				at end move high-values to cliente-reg
	   			end-read
	   			if not cliente-reg = high-values
	   				if cli-consent = "S"
	   					add 1 to wrg-ncli
	   					display nome-cli space contacto-cli " desde " cli-consdata
	   					move spaces to rel-linha
	   					string nome-cli " " contacto-cli " desde " cli-consdata
	   					delimited by size into rel-linha
	   					write rel-linha
	   				end-if
	   			end-if
	   		end-perform.
	   		close clientes.
	   		move low-values to cliente-reg.
	   		move spaces to rel-linha.
	   		string "Total de clientes: " wrg-ncli delimited by size into rel-linha.
	   		write rel-linha.
	   		close relfic.
	   		display "Total de clientes: " wrg-ncli.
	   		accept pausa.
	   		go to rgpd-menu.
	   rgpd-anonimiza.
	   		display "Contacto do cliente a anonimizar (0 = cancelar): ".
	   		accept wrg-cont.
	   		if wrg-cont = 0
	   			go to rgpd-menu
	   		end-if.
	   		move "N" to wclifound.
	   		move spaces to cliente-reg.
	   		open input clientes.
	   		perform until cliente-reg = high-values
	   			read clientes
	   				at end move high-values to cliente-reg
	   			end-read
	   			if not cliente-reg = high-values
	   				if contacto-cli = wrg-cont
	   					move "S" to wclifound
	   					move nome-cli to wnome
	   				end-if
	   			end-if
	   		end-perform.
	   		close clientes.
	   		move low-values to cliente-reg.
	   		if wclifound = "N"
	   			display "Contacto nao encontrado em clientes."
	   			go to rgpd-menu
	   		end-if.
	   		display "Cliente: " wnome.
	   		move 0 to wrg-bloq.
	   		open input fic.
	   		perform until registo = high-values
	   			read fic
	   				at end move high-values to registo
	   			end-read
	   			if not registo = high-values
	   				if estado = "RESERVADO" and res-contacto = wrg-cont
	   					add 1 to wrg-bloq
	   					display "  Reserva ativa: " matricula
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic.
	   		move low-values to registo.
	   		perform carrega-faturas.
	   		if wftover = "S"
	   			add 1 to wrg-bloq
	   			display "  Demasiadas faturas para verificar os saldos."
	   		end-if.
	   		move 1 to wfti.
	   		perform until wfti > wftn
	   			if wft-cont(wfti) = wrg-cont and wft-saldo(wfti) > 0
	   			and wft-nc(wfti) = "N"
	   				add 1 to wrg-bloq
	   				display "  Fatura com saldo em aberto: " wft-num(wfti)
	   			end-if
	   			add 1 to wfti
	   		end-perform.
	   		move spaces to garantia-reg.
	   		open input fic-gar.
	   		perform until garantia-reg = high-values
	   			read fic-gar
	   				at end move high-values to garantia-reg
	   			end-read
	   			if not garantia-reg = high-values
	   				if gar-resolvida = "N"
	   					move 1 to wfti
	   					perform until wfti > wftn
	   						if wft-num(wfti) = gar-fatnum and wft-cont(wfti) = wrg-cont
	   							add 1 to wrg-bloq
	   							display "  Garantia em aberto: " gar-matr space gar-descr
	   						end-if
	   						add 1 to wfti
	   					end-perform
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-gar.
	   		move spaces to garantia-reg.
	   		move spaces to consigna-reg.
	   		open input fic-cons.
	   		perform until consigna-reg = high-values
	   			read fic-cons
	   				at end move high-values to consigna-reg
	   			end-read
	   			if not consigna-reg = high-values
	   				if cons-dono = wrg-cont
	   				and (cons-estado = "A" or cons-estado = "V")
	   					add 1 to wrg-bloq
	   					display "  Consignacao por liquidar: " cons-matr
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-cons.
	   		move spaces to consigna-reg.
	   		move spaces to td-reg.
	   		open input fic-td.
	   		perform until td-reg = high-values
	   			read fic-td
	   				at end move high-values to td-reg
	   			end-read
	   			if not td-reg = high-values
	   				if td-contacto = wrg-cont and td-estado = "S"
	   					add 1 to wrg-bloq
	   					display "  Test-drive em curso: " td-matr
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-td.
	   		move spaces to td-reg.
	   		if wrg-bloq > 0
	   			display "O cliente ainda tem ligacoes ativas. Anonimizacao recusada."
	   			go to rgpd-menu
	   		end-if.
	   		accept whoje from date yyyymmdd.
	   		move "RETENCAO" to wpar-cod.
	   		move spaces to wpar-vend.
	   		move whoje to wpar-data.
	   		perform procura-parametro.
	   		move wpar-val to wrg-anos.
	   		compute wrg-limite = whoje - wrg-anos * 10000.
	   		display "As faturas emitidas nos ultimos " wrg-anos " anos sao conservadas sem alteracao.".
	   		display "Confirma a anonimizacao do cliente? (1-Sim 2-Nao): ".
	   		accept opcao2.
	   		if opcao2 not = 1
	   			go to rgpd-menu
	   		end-if.
	   		perform anonimiza-registos.
	   		perform anonimiza-contactos.
	   		perform anonimiza-faturas.
	   		perform anonimiza-clientes.
	   		move "ANONIMIZ" to waud-oper.
	   		move 0 to rel-num.
	   		move spaces to waud-antes.
	   		move spaces to waud-depois.
	   		string "CLIENTES " wrg-ncli " LIST " wrg-nreg " ARQUIVO " wrg-narq
	   		" PEDIDOS " wrg-nped " LEADS " wrg-nlead " TESTDRIVE " wrg-ntd
	   		" CONSIGNA " wrg-ncons " FATURAS " wrg-nfat " RETIDAS " wrg-nret
	   		delimited by size into waud-depois.
	   		perform grava-audit.
	   		display "Cliente anonimizado.".
	   		display "Registos: " wrg-nreg " Arquivo: " wrg-narq " Pedidos removidos: " wrg-nped.
	   		display "Contactos: " wrg-nlead " Test-drives: " wrg-ntd " Consignacoes: " wrg-ncons.
	   		display "Faturas anonimizadas: " wrg-nfat " Faturas conservadas: " wrg-nret.
	   		accept pausa.
	   		go to rgpd-menu.
	   batch-run.
	   		accept whoje from date yyyymmdd.
	   		accept waud-hora from time.
	   		move spaces to wbatlinha.
	   		string "INICIO " whoje " " waud-hora
	   		delimited by size into wbatlinha.
	   		perform grava-batlog.
	   		perform faz-backup.
	   		move spaces to wbatlinha.
	   		string "BACKUP: " wbk-dir delimited by space
	   		" ESTADO " wbk-rc delimited by size into wbatlinha.
	   		perform grava-batlog.
	   		if wbk-rc not = 0
	   			accept waud-hora from time
	   			move spaces to wbatlinha
	   			string "FIM " waud-hora " ESTADO " wbk-rc
	   			delimited by size into wbatlinha
	   			perform grava-batlog
	   			move wbk-rc to return-code
	   			stop run
	   		end-if.
	   		perform flush-arqpend.
	   		move spaces to wbatlinha.
	   		string "FLUSH-ARQPEND: " wdelcount " entradas removidas"
	   		delimited by size into wbatlinha.
	   		perform grava-batlog.
	   		perform liberta-reservas.
	   		move spaces to wbatlinha.
	   		string "LIBERTA-RESERVAS: " wcntres " reservas caducadas"
	   		delimited by size into wbatlinha.
	   		perform grava-batlog.
	   		perform verifica-checks.
	   		move spaces to wbatlinha.
	   		string "VERIFICA: " wver-cnt " discrepancias"
	   		delimited by size into wbatlinha.
	   		perform grava-batlog.
	   		move 0 to wbatrc.
	   		if wver-cnt > 0
	   			move 4 to wbatrc
	   		end-if.
	   		accept waud-hora from time.
	   		move spaces to wbatlinha.
	   		string "FIM " waud-hora " ESTADO " wbatrc
	   		delimited by size into wbatlinha.
	   		perform grava-batlog.
	   		move wbatrc to return-code.
	   		stop run.
	   verifica-layout.
	   		call "CBL_CHECK_FILE_EXIST" using wfn-list wfiledet
	   			returning wchk
	   		end-call.
	   		if wchk = 0 and wfsize-n > 0
	   			compute wrem = function mod(wfsize-n, 208)
	   			if wrem not = 0
	   				compute wrem = function mod(wfsize-n, 178)
	   				if wrem = 0
	   					display "LIST.DAT em formato anterior (170 bytes)."
	   					if wbatch = "S"
	   						move "ERRO: LIST.DAT em formato antigo" to wbatlinha
	   						perform grava-batlog
	   						move 8 to return-code
	   						stop run
	   					end-if
	   					display "Converter agora? (1-Sim 2-Nao): "
	   					accept opcao2
	   					if opcao2 = 1
	   						perform converte-list-170
	   						perform converte-arquivo
	   					else
	   						display "Impossivel continuar com o formato antigo."
	   						stop run
	   					end-if
	   				else
	   					compute wrem = function mod(wfsize-n, 115)
	   					if wrem = 0
	   						display "LIST.DAT em formato antigo (107 bytes)."
	   						if wbatch = "S"
	   							move "ERRO: LIST.DAT em formato antigo" to wbatlinha
	   							perform grava-batlog
	   							move 8 to return-code
	   							stop run
	   						end-if
	   						display "Converter agora? (1-Sim 2-Nao): "
	   						accept opcao2
	   						if opcao2 = 1
	   							perform converte-list
	   							perform converte-arquivo
	   						else
	   							display "Impossivel continuar com o formato antigo."
	   							stop run
	   						end-if
	   					else
	   						display "LIST.DAT com formato desconhecido."
	   						if wbatch = "S"
	   							move "ERRO: LIST.DAT com formato desconhecido"
	   							to wbatlinha
	   							perform grava-batlog
	   							move 8 to return-code
	   						end-if
	   						stop run
	   					end-if
	   				end-if
	   			end-if
	   		end-if.
	   converte-list.
	   		move 0 to wconv-n.
	   		move "N" to wconv-over.
	   		move low-values to registo-old.
	   		open input fic-old.
	   		perform until registo-old = high-values
	   			read fic-old next
	   				at end move high-values to registo-old
	   			end-read
	   			if not registo-old = high-values
	   				if wconv-n < 1000
	   					add 1 to wconv-n
	   					move rel-old to wconv-rel(wconv-n)
	   					move registo-old to wconv-img(wconv-n)
	   				else
	   					move "S" to wconv-over
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-old.
	   		move low-values to registo-old.
	   		if wconv-over = "S"
	   			display "Demasiados registos para converter."
	   			stop run
	   		end-if.
	   		call "CBL_DELETE_FILE" using wfn-list returning wrc.
	   		open i-o fic.
	   		move 1 to wvi.
	   		perform until wvi > wconv-n
	   			move wconv-img(wvi) to wconv-old
	   			perform converte-campos
	   			move wconv-rel(wvi) to rel-num
	   			write registo
	   				invalid key display "Erro na conversao de LIST.DAT."
	   			end-write
	   			add 1 to wvi
	   		end-perform.
	   		close fic.
	   		move low-values to registo.
	   		display "LIST.DAT convertido: " wconv-n " registos.".
	   converte-list-170.
	   		move 0 to wconv-n.
	   		move "N" to wconv-over.
	   		move low-values to registo-old2.
	   		open input fic-old2.
	   		perform until registo-old2 = high-values
	   			read fic-old2 next
	   				at end move high-values to registo-old2
	   			end-read
	   			if not registo-old2 = high-values
	   				if wconv-n < 1000
	   					add 1 to wconv-n
	   					move rel-old2 to wconv-rel(wconv-n)
	   					move registo-old2 to wconv-img(wconv-n)
	   				else
	   					move "S" to wconv-over
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-old2.
	   		move low-values to registo-old2.
	   		if wconv-over = "S"
	   			display "Demasiados registos para converter."
	   			stop run
	   		end-if.
	   		call "CBL_DELETE_FILE" using wfn-list returning wrc.
	   		open i-o fic.
	   		move 1 to wvi.
	   		perform until wvi > wconv-n
	   			move wconv-img(wvi) to wconv-meio
	   			perform converte-campos-meio
	   			move wconv-rel(wvi) to rel-num
	   			write registo
	   				invalid key display "Erro na conversao de LIST.DAT."
	   			end-write
	   			add 1 to wvi
	   		end-perform.
	   		close fic.
	   		move low-values to registo.
	   		display "LIST.DAT convertido: " wconv-n " registos.".
	   converte-arquivo.
	   		move 0 to wconv-n.
	   		move spaces to arq-reg.
	   		open input arquivo.
	   		open output arq-tmp.
	   		perform until arq-reg = high-values
	   			read arquivo
	   				at end move high-values to arq-reg
	   			end-read
	   			if not arq-reg = high-values
	   				if arq-reg(108:93) = spaces
	   					move arq-reg(1:107) to wconv-old
	   					perform converte-campos
	   					move registo to arq-tmp-reg
	   					add 1 to wconv-n
	   				else
	   					if arq-reg(171:1) = space
	   						move arq-reg(1:170) to wconv-meio
	   						perform converte-campos-meio
	   						move registo to arq-tmp-reg
	   						add 1 to wconv-n
	   					else
	   						move arq-reg to arq-tmp-reg
	   					end-if
	   				end-if
	   				write arq-tmp-reg
	   			end-if
	   		end-perform.
	   		close arquivo.
	   		close arq-tmp.
	   		move spaces to arq-reg.
	   		move low-values to registo.
	   		call "CBL_DELETE_FILE" using wfn-arq returning wrc.
	   		call "CBL_RENAME_FILE" using wfn-arq-work wfn-arq returning wrc.
	   		display "LIST-ARCHIVE.DAT: " wconv-n " registos antigos convertidos.".
	   converte-campos.
	   		move spaces to registo.
	   		move wcold-data to date-registo.
	   		move wcold-nome to nome.
	   		move wcold-contacto to contacto.
	   		move wcold-marca to marca.
	   		move wcold-modelo to modelo.
	   		move wcold-anofab to ano-fabrico.
	   		move wcold-matricula to matricula.
	   		move wcold-km to km.
	   		move wcold-preco to preco.
	   		move wcold-estado to estado.
	   		move wcold-vendedor to vendedor.
	   		move 0 to preco-compra.
	   		move spaces to fornecedor.
	   		move 0 to sinal.
	   		move 0 to res-contacto.
	   		move 0 to res-validade.
	   		move 0 to sinal-perdido.
	   		move "G" to regime-iva.
	   		move 0 to retoma-valor.
	   		move spaces to retoma-matr.
	   		move 0 to forn-cod.
	   converte-campos-meio.
	   		move spaces to registo.
	   		move wcm-data to date-registo.
	   		move wcm-nome to nome.
	   		move wcm-contacto to contacto.
	   		move wcm-marca to marca.
	   		move wcm-modelo to modelo.
	   		move wcm-anofab to ano-fabrico.
	   		move wcm-matricula to matricula.
	   		move wcm-km to km.
	   		move wcm-preco to preco.
	   		move wcm-estado to estado.
	   		move wcm-vendedor to vendedor.
	   		move wcm-compra to preco-compra.
	   		move wcm-fornec to fornecedor.
	   		move wcm-sinal to sinal.
	   		move wcm-rescont to res-contacto.
	   		move wcm-resval to res-validade.
	   		move wcm-sinperd to sinal-perdido.
	   		move "G" to regime-iva.
	   		move 0 to retoma-valor.
	   		move spaces to retoma-matr.
	   		move 0 to forn-cod.
	   login.
	   		move 0 to wucount.
	   		move spaces to util-reg.
	   		open input fic-util.
	   		perform until util-reg = high-values
	   			read fic-util
	   				at end move high-values to util-reg
	   			end-read
	   			if not util-reg = high-values
	   				add 1 to wucount
	   			end-if
	   		end-perform.
	   		close fic-util.
	   		move spaces to util-reg.
	   		if wucount = 0
	   			display "Nenhum utilizador definido. Criar supervisor inicial."
	   			display "Nome do utilizador: "
	   			accept wlognome
	   			display "Senha: "
	   			accept wlogpass
	   			open extend fic-util
	   			move wlognome to util-nome
	   			move wlogpass to util-senha
	   			move 2 to util-nivel
	   			move 1 to util-stand
	   			write util-reg
	   			close fic-util
	   		end-if.
	   		move 0 to wnivel.
	   		move 0 to wtentativas.
	   		perform until wnivel > 0 or wtentativas >= 3
	   			display "Utilizador: "
	   			accept wlognome
	   			display "Senha: "
	   			accept wlogpass
	   			move spaces to util-reg
	   			open input fic-util
	   			perform until util-reg = high-values
	   				read fic-util
	   					at end move high-values to util-reg
	   				end-read
	   				if not util-reg = high-values
	   					if util-nome = wlognome and util-senha = wlogpass
	   						move util-nome to wuser
	   						move util-nivel to wnivel
	   						if util-stand is numeric and util-stand > 0
	   							move util-stand to wstand
	   						else
	   							move 1 to wstand
	   						end-if
	   					end-if
	   				end-if
	   			end-perform
	   			close fic-util
	   			move spaces to util-reg
	   			if wnivel = 0
	   				add 1 to wtentativas
	   				display "Acesso invalido."
	   			end-if
	   		end-perform.
	   		if wnivel = 0
	   			display "Demasiadas tentativas."
	   			stop run
	   		end-if.
	   		display "Bem-vindo, " wuser.
	   		move wstand to wstdcod.
	   		perform procura-stand.
	   		display "Stand: " wstand space wstdnome.
	   carga-grava.
	   		move spaces to registo.
	   		move lote-contacto to wcontacto.
	   		move "N" to wclifound.
	   		move spaces to cliente-reg.
	   		open input clientes.
	   		perform until cliente-reg = high-values
	   			read clientes
	   				at end move high-values to cliente-reg
	   			end-read
	   			if not cliente-reg = high-values
	   				if contacto-cli = wcontacto
	   					move "S" to wclifound
	   					move nome-cli to nome
	   				end-if
	   			end-if
	   		end-perform.
	   		close clientes.
	   		move low-values to cliente-reg.
	   		if wclifound = "N"
	   			move wcontacto to contacto-cli
	   			move lote-nome to nome-cli
	   			move 0 to nif-cli
	   			move space to cli-consent
	   			move 0 to cli-consdata
	   			open extend clientes
	   			write cliente-reg
	   			close clientes
	   			move lote-nome to nome
	   		end-if.
	   		accept date-registo from date.
	   		move lote-contacto to contacto.
	   		move lote-marca to marca.
	   		move lote-modelo to modelo.
	   		move lote-anofab to ano-fabrico.
	   		move lote-matr to matricula.
	   		move lote-km to km.
	   		move lote-preco to preco.
	   		move "EM STOCK" to estado.
	   		move lote-vendedor to vendedor.
	   		move lote-compra to preco-compra.
	   		move lote-fornec to fornecedor.
	   		move lote-fornec to wfrnnome.
	   		perform procura-fornecedor-nome.
	   		if wfrnfound = "N"
	   			move 0 to wfrnnif
	   			move 0 to wfrncont
	   			perform maximo-fornecedor
	   			compute wfrncod = wfrnmax + 1
	   			perform cria-fornecedor
	   		end-if.
	   		move wfrncod to forn-cod.
	   		move lote-regime to regime-iva.
	   		move 0 to ipo-validade.
	   		if lote-ipo is numeric
	   			move lote-ipo to ipo-validade
	   		end-if.
	   		if lote-stand is numeric and lote-stand > 0
	   			move lote-stand to stand
	   		else
	   			move wstand to stand
	   		end-if.
	   		move 0 to sinal.
	   		move 0 to res-contacto.
	   		move 0 to res-validade.
	   		move 0 to sinal-perdido.
	   		move 0 to retoma-valor.
	   		move spaces to retoma-matr.
	   		move 0 to ctl-relnum.
	   		open input fic-ctl.
	   		read fic-ctl
	   			at end continue
	   		end-read.
	   		close fic-ctl.
	   		compute rel-num = ctl-relnum + 1.
	   		open i-o fic.
	   		write registo
	   			invalid key display "Erro a gravar o registo."
	   		end-write.
	   		close fic.
	   		move "WRITE" to waud-oper.
	   		move spaces to waud-antes.
	   		move registo to waud-depois.
	   		perform grava-audit.
	   		open output fic-ctl.
	   		move rel-num to ctl-relnum.
	   		write ctl-rec.
	   		close fic-ctl.
	   		open extend fic-idx.
	   		move matricula to idx-matricula.
	   		move rel-num to idx-relnum.
	   		write idx-rec.
	   		close fic-idx.
	   		add 1 to wcntlote.
	   		display "Carregada: " matricula space marca space modelo.
	   		perform verifica-pedidos.
	   procura-fornecedor.
	   		move "N" to wfrnfound.
	   		move spaces to fornec-reg.
	   		open input fic-forn.
	   		perform until fornec-reg = high-values
	   			read fic-forn
	   				at end move high-values to fornec-reg
	   			end-read
	   			if not fornec-reg = high-values
	   				if frn-cod = wfrncod
	   					move "S" to wfrnfound
	   					move frn-nome to wfrnnome
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-forn.
	   		move spaces to fornec-reg.
	   procura-fornecedor-nome.
	   		move "N" to wfrnfound.
	   		move spaces to fornec-reg.
	   		open input fic-forn.
	   		perform until fornec-reg = high-values
	   			read fic-forn
	   				at end move high-values to fornec-reg
	   			end-read
	   			if not fornec-reg = high-values
	   				if frn-nome = wfrnnome
	   					move "S" to wfrnfound
	   					move frn-cod to wfrncod
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-forn.
	   		move spaces to fornec-reg.
	   maximo-fornecedor.
	   		move 0 to wfrnmax.
	   		move spaces to fornec-reg.
	   		open input fic-forn.
	   		perform until fornec-reg = high-values
	   			read fic-forn
	   				at end move high-values to fornec-reg
	   			end-read
	   			if not fornec-reg = high-values
	   				if frn-cod > wfrnmax
	   					move frn-cod to wfrnmax
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-forn.
	   		move spaces to fornec-reg.
	   cria-fornecedor.
	   		open extend fic-forn.
	   		move wfrncod to frn-cod.
	   		move wfrnnome to frn-nome.
	   		move wfrnnif to frn-nif.
	   		move wfrncont to frn-contacto.
	   		write fornec-reg.
	   		close fic-forn.
	   pede-fornecedor.
	   		move "N" to wfrnfound.
	   		perform until wfrnfound = "S"
	   			display "Codigo do fornecedor (0 = novo): "
	   			accept wfrncod
	   			if wfrncod = 0
	   				display "Nome do fornecedor: "
	   				accept wfrnnome
	   				display "NIF do fornecedor: "
	   				accept wfrnnif
	   				display "Contacto do fornecedor: "
	   				accept wfrncont
	   				perform maximo-fornecedor
	   				compute wfrncod = wfrnmax + 1
	   				perform cria-fornecedor
	   				move "S" to wfrnfound
	   				display "Fornecedor criado com o codigo " wfrncod
	   			else
	   				perform procura-fornecedor
	   				if wfrnfound = "S"
	   					display "Fornecedor: " wfrnnome
	   				else
	   					display "Codigo de fornecedor nao existe."
	   				end-if
	   			end-if
	   		end-perform.
	   		move wfrncod to forn-cod.
	   		move wfrnnome to fornecedor.
	   pede-consigna.
	   		display "Valor liquido acordado a pagar ao consignante: ".
	   		accept preco-compra.
	   		perform until preco-compra > 0
	   			display "Valor liquido tem de ser superior a zero. Introduza novamente: "
	   			accept preco-compra
	   		end-perform.
	   		display "Comissao acordada do stand: ".
	   		accept wconsfee.
	   		move spaces to fornecedor.
	   		move 0 to forn-cod.
	   		move "M" to regime-iva.
	   		compute wsoma = preco-compra + wconsfee.
	   		display "Regime da margem. Preco de venda sugerido: " wsoma.
	   grava-consigna.
	   		accept whoje from date yyyymmdd.
	   		open extend fic-cons.
	   		move matricula to cons-matr.
	   		move rel-num to cons-relnum.
	   		move contacto to cons-dono.
	   		move nome to cons-nome.
	   		move whoje to cons-entrada.
	   		move preco-compra to cons-liquido.
	   		move wconsfee to cons-comissao.
	   		move "A" to cons-estado.
	   		move 0 to cons-fatnum.
	   		move 0 to cons-venda.
	   		move 0 to cons-preco.
	   		move 0 to cons-pagdata.
	   		move spaces to cons-meio.
	   		move wuser to cons-user.
	   		write consigna-reg.
	   		close fic-cons.
	   		display "Contrato de consignacao registado para " nome.
	   procura-consigna.
	   		move "N" to wconsok.
	   		move spaces to consigna-reg.
	   		open input fic-cons.
	   		perform until consigna-reg = high-values
	   			read fic-cons
	   				at end move high-values to consigna-reg
	   			end-read
	   			if not consigna-reg = high-values
	   				if cons-matr = wconsmatr and cons-estado = wconsest
	   					move "S" to wconsok
	   					move consigna-reg to wcons-sav
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-cons.
	   		move spaces to consigna-reg.
	   actualiza-consigna.
	   		move "N" to wconsok.
	   		move spaces to consigna-reg.
	   		open input fic-cons.
	   		open output fic-cons-tmp.
	   		perform until consigna-reg = high-values
	   			read fic-cons
	   				at end move high-values to consigna-reg
	   			end-read
	   			if not consigna-reg = high-values
	   				move consigna-reg to consigna-reg-tmp
	   				if cons-matr = wconsmatr and cons-estado = wconsest
	   				and wconsok = "N"
	   					move "S" to wconsok
	   					move wcons-sav to consigna-reg-tmp
	   				end-if
	   				write consigna-reg-tmp
	   			end-if
	   		end-perform.
	   		close fic-cons.
	   		close fic-cons-tmp.
	   		move spaces to consigna-reg.
	   		call "CBL_DELETE_FILE" using wfn-cons returning wrc.
	   		call "CBL_RENAME_FILE" using wfn-cons-work wfn-cons returning wrc.
	   liquida-consigna.
	   		move matricula to wconsmatr.
	   		move "A" to wconsest.
	   		perform procura-consigna.
	   		if wconsok = "N"
	   			display "Aviso: contrato de consignacao activo nao encontrado para "
	   			matricula "."
	   		else
	   			move wcons-sav to consigna-reg
	   			move "V" to cons-estado
	   			move wfatnum to cons-fatnum
	   			move whoje to cons-venda
	   			move preco to cons-preco
	   			move consigna-reg to wcons-sav
	   			perform actualiza-consigna
	   			move wcons-sav to consigna-reg
	   			perform imprime-liquidacao
	   			move spaces to consigna-reg
	   		end-if.
	   corrige-consigna.
	   		move wmatr to wconsmatr.
	   		move "A" to wconsest.
	   		perform procura-consigna.
	   		if wconsok = "N"
	   			move "V" to wconsest
	   			perform procura-consigna
	   		end-if.
	   		if wconsok = "N"
	   			display "Aviso: contrato de consignacao activo nao encontrado para " wmatr "."
	   		else
	   			move wcons-sav to consigna-reg
	   			if cons-matr not = matricula or cons-liquido not = preco-compra
	   				move wcons-sav to waud-antes
	   				move matricula to cons-matr
	   				move preco-compra to cons-liquido
	   				move wuser to cons-user
	   				move consigna-reg to wcons-sav
	   				perform actualiza-consigna
	   				move "CONSCORR" to waud-oper
	   				move wcons-sav to waud-depois
	   				perform grava-audit
	   			end-if
	   		end-if.
	   		move spaces to consigna-reg.
	   anula-consigna.
	   		move "A" to wconsest.
	   		perform procura-consigna.
	   		if wconsok = "N"
	   			move "V" to wconsest
	   			perform procura-consigna
	   		end-if.
	   		if wconsok = "S"
	   			accept whoje from date yyyymmdd
	   			move wcons-sav to consigna-reg
	   			move wcons-sav to waud-antes
	   			move "X" to cons-estado
	   			move whoje to cons-pagdata
	   			move "ANULADO" to cons-meio
	   			move wuser to cons-user
	   			move consigna-reg to wcons-sav
	   			perform actualiza-consigna
	   			move "CONSANUL" to waud-oper
	   			move wcons-sav to waud-depois
	   			perform grava-audit
	   			display "Contrato de consignacao de " wconsmatr " anulado."
	   		end-if.
	   		move spaces to consigna-reg.
	   reabre-consigna.
	   		move matricula to wconsmatr.
	   		move "V" to wconsest.
	   		perform procura-consigna.
	   		if wconsok = "S"
	   			move wcons-sav to consigna-reg
	   			if cons-fatnum not = wfatnum
	   				move "N" to wconsok
	   			end-if
	   		end-if.
	   		if wconsok = "S"
	   			move wcons-sav to waud-antes
	   			move "A" to cons-estado
	   			move 0 to cons-fatnum
	   			move 0 to cons-venda
	   			move 0 to cons-preco
	   			move consigna-reg to wcons-sav
	   			perform actualiza-consigna
	   			move "CONSREAB" to waud-oper
	   			move wcons-sav to waud-depois
	   			perform grava-audit
	   			display "Contrato de consignacao de " matricula " reaberto."
	   		else
	   			move "P" to wconsest
	   			perform procura-consigna
	   			if wconsok = "S"
	   				display "Aviso: consignante de " matricula
	   				" ja foi pago por esta venda. Regularizar com o consignante."
	   			end-if
	   		end-if.
	   		move spaces to consigna-reg.
	   imprime-liquidacao.
	   		accept wrel-data from date yyyymmdd.
	   		string "REL-" wrel-ano wrel-mes ".DAT" delimited by size
	   		into wrel-fname.
	   		open extend relfic.
	   		display "Liquidacao ao Consignante".
	   		move "Liquidacao ao Consignante" to rel-linha.
	   		write rel-linha.
	   		display "Consignante: " cons-nome " Contacto: " cons-dono.
	   		move spaces to rel-linha.
	   		string "Consignante: " cons-nome " Contacto: " cons-dono
	   		delimited by size into rel-linha.
	   		write rel-linha.
	   		display "Viatura: " cons-matr " Entrada: " cons-entrada
	   		" Fatura: " cons-fatnum " Venda: " cons-venda.
	   		move spaces to rel-linha.
	   		string "Viatura: " cons-matr " Entrada: " cons-entrada
	   		" Fatura: " cons-fatnum " Venda: " cons-venda
	   		delimited by size into rel-linha.
	   		write rel-linha.
	   		move cons-preco to wprec.
	   		compute wsaldo = cons-preco - cons-liquido.
	   		move wsaldo to wwsaldo.
	   		display "Preco de venda: " wprec " Comissao do stand: " wwsaldo.
	   		move spaces to rel-linha.
	   		string "Preco de venda: " wprec " Comissao do stand: " wwsaldo
	   		delimited by size into rel-linha.
	   		write rel-linha.
	   		move cons-liquido to wprec.
	   		display "Valor a pagar ao consignante: " wprec.
	   		move spaces to rel-linha.
	   		string "Valor a pagar ao consignante: " wprec
	   		delimited by size into rel-linha.
	   		write rel-linha.
	   		move spaces to rel-linha.
	   		if cons-estado = "P"
	   			display "Pago em " cons-pagdata " (" cons-meio ")"
	   			string "Pago em " cons-pagdata " (" cons-meio ")"
	   			delimited by size into rel-linha
	   		else
	   			display "Por pagar."
	   			move "Por pagar." to rel-linha
	   		end-if.
	   		write rel-linha.
	   		close relfic.
	   cria-documentos.
	   		open extend fic-doc.
	   		move matricula to doc-matr.
	   		move wfatnum to doc-fatnum.
	   		move whoje to doc-fatdata.
	   		move 0 to doc-data.
	   		move spaces to doc-obs.
	   		move wuser to doc-user.
	   		move "REGISTO" to doc-passo.
	   		move "P" to doc-estado.
	   		write doc-reg.
	   		move "DUA" to doc-passo.
	   		write doc-reg.
	   		move "RESERVA" to doc-passo.
	   		move "N" to doc-estado.
	   		write doc-reg.
	   		close fic-doc.
	   anula-documentos.
	   		move spaces to doc-reg.
	   		open input fic-doc.
	   		open output fic-doc-tmp.
	   		perform until doc-reg = high-values
	   			read fic-doc
	   				at end move high-values to doc-reg
	   			end-read
	   			if not doc-reg = high-values
	   				if doc-matr = matricula and doc-fatnum = wfatnum
	   				and doc-estado not = "C"
	   					move "A" to doc-estado
	   				end-if
	   				move doc-reg to doc-reg-tmp
	   				write doc-reg-tmp
	   			end-if
	   		end-perform.
	   		close fic-doc.
	   		close fic-doc-tmp.
	   		move spaces to doc-reg.
	   		call "CBL_DELETE_FILE" using wfn-doc returning wrc.
	   		call "CBL_RENAME_FILE" using wfn-doc-work wfn-doc returning wrc.
	   doc-mostra-venda.
	   		if wdocnp > 0
	   			add 1 to wdoctot
	   			compute wdocdias = function integer-of-date(whoje)
	   			- function integer-of-date(wdocfat)
	   			move wdocdias to wwdias
	   			display wdockey(1:6) " Fatura " wdockey(7:6)
	   			" Data: " wdocfat " Dias: " wwdias
	   			" Pendente: " wdocpend
	   			move spaces to rel-linha
	   			string wdockey(1:6) " Fatura " wdockey(7:6)
	   			" Data: " wdocfat " Dias: " wwdias
	   			" Pendente: " wdocpend
	   			delimited by size into rel-linha
	   			write rel-linha
	   		end-if.
	   verifica-ipo.
	   		move spaces to wipoflag.
	   		if ipo-validade not numeric or ipo-validade = 0
	   			move "IPO DESCONHECIDA" to wipoflag
	   		else
	   			if ipo-validade < whoje
	   				move "IPO EXPIRADA" to wipoflag
	   			end-if
	   		end-if.
	   stand-viatura.
	   		if stand is numeric and stand > 0
	   			move stand to wstandv
	   		else
	   			move 1 to wstandv
	   		end-if.
	   filtra-stand.
	   		perform stand-viatura.
	   		if wstdfil = 0 or wstandv = wstdfil
	   			move "S" to wstdok
	   		else
	   			move "N" to wstdok
	   		end-if.
	   pede-filtro-stand.
	   		display "Stand (0 = todos): ".
	   		accept wstdfil.
	   procura-stand.
	   		move "N" to wstdfound.
	   		move spaces to wstdnome.
	   		move spaces to stand-reg.
	   		open input fic-std.
	   		perform until stand-reg = high-values
	   			read fic-std
	   				at end move high-values to stand-reg
	   			end-read
	   			if not stand-reg = high-values
	   				if std-cod = wstdcod
	   					move "S" to wstdfound
	   					move std-nome to wstdnome
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-std.
	   		move spaces to stand-reg.
	   		if wstdfound = "N" and wstdcod = 1
	   			move "S" to wstdfound
	   			move "STAND PRINCIPAL" to wstdnome
	   		end-if.
	   pede-stand.
	   		move "N" to wstdfound.
	   		perform until wstdfound = "S"
	   			display "Stand (0 = " wstand "): "
	   			accept wstdcod
	   			if wstdcod = 0
	   				move wstand to wstdcod
	   			end-if
	   			perform procura-stand
	   			if wstdfound = "N"
	   				display "Stand nao existe."
	   			end-if
	   		end-perform.
	   mostra-caixa-stands.
	   		move 1 to wstdi.
	   		perform until wstdi > 99
	   			if wstd-fat(wstdi) > 0 or wstd-rec(wstdi) > 0
	   			or wstd-desp(wstdi) > 0
	   				move wstd-fat(wstdi) to wtot9
	   				move wstd-rec(wstdi) to wwcx
	   				move wstd-desp(wstdi) to wwrec
	   				move wstdi to wstdcod
	   				display "  Stand " wstdcod " Faturas: " wtot9
	   				" Recebimentos: " wwcx " Despesas: " wwrec
	   			end-if
	   			add 1 to wstdi
	   		end-perform.
	   verifica-periodo.
	   		move "N" to wperfech.
	   		move spaces to wperdiaest.
	   		move spaces to wpermesest.
	   		move spaces to wpermsg.
	   		compute wper-mkey = wper-anomes * 100.
	   		move spaces to periodo-reg.
	   		open input fic-per.
	   		perform until periodo-reg = high-values
	   			read fic-per
	   				at end move high-values to periodo-reg
	   			end-read
	   			if not periodo-reg = high-values
	   				if per-tipo = "D" and per-data = wper-data
	   					move per-estado to wperdiaest
	   				end-if
	   				if per-tipo = "M" and per-data = wper-mkey
	   					move per-estado to wpermesest
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-per.
	   		move spaces to periodo-reg.
	   		if wperdiaest = spaces and wper-dia > 0
	   			move spaces to caixa-reg
	   			open input fic-caixa
	   			perform until caixa-reg = high-values
	   				read fic-caixa
	   					at end move high-values to caixa-reg
	   				end-read
	   				if not caixa-reg = high-values
	   					if cx-data = wper-data
	   						move cx-estado to wperdiaest
	   					end-if
	   				end-if
	   			end-perform
	   			close fic-caixa
	   			move spaces to caixa-reg
	   		end-if.
	   		if wpermesest = "F"
	   			move "S" to wperfech
	   			string "Periodo fechado (mes " wper-anomes "). Operacao recusada."
	   			delimited by size into wpermsg
	   		else
	   			if wperdiaest = "F"
	   				move "S" to wperfech
	   				string "Periodo fechado (dia " wper-data "). Operacao recusada."
	   				delimited by size into wpermsg
	   			end-if
	   		end-if.
	   verifica-hoje.
	   		accept wper-data from date yyyymmdd.
	   		perform verifica-periodo.
	   grava-periodo.
	   		compute wper-mkey = wper-anomes * 100.
	   		open extend fic-per.
	   		move wpertipo to per-tipo.
	   		if wpertipo = "M"
	   			move wper-mkey to per-data
	   		else
	   			move wper-data to per-data
	   		end-if.
	   		move wperest to per-estado.
	   		accept per-regdata from date yyyymmdd.
	   		move wuser to per-user.
	   		move wpermot to per-motivo.
	   		write periodo-reg.
	   		close fic-per.
	   		if wperest = "F"
	   			move "FECHOPER" to waud-oper
	   		else
	   			move "REABPER" to waud-oper
	   		end-if.
	   		move 0 to rel-num.
	   		move spaces to waud-antes.
	   		move periodo-reg to waud-depois.
	   		perform grava-audit.
	   fecha-mes.
	   		compute wper-anomes = (2000 + wano) * 100 + wmes.
	   		move 0 to wper-dia.
	   		accept whoje from date yyyymmdd.
	   		compute wperhoje = whoje / 100.
	   		perform verifica-periodo.
	   		evaluate true
	   			when wpermesest = "F"
	   				display "O mes " wper-anomes " ja se encontra fechado."
	   			when wper-anomes not < wperhoje
	   				display "O mes " wper-anomes " ainda nao terminou e nao pode ser fechado."
	   			when other
	   				display "Fechar o mes " wper-anomes " a alteracoes? (1-Sim 2-Nao): "
	   				accept opcao2
	   				if opcao2 = 1
	   					move "M" to wpertipo
	   					move "F" to wperest
	   					move "FECHO MENSAL" to wpermot
	   					perform grava-periodo
	   					display "Mes " wper-anomes " fechado."
	   				end-if
	   		end-evaluate.
	   carrega-parametros.
	   		move 0 to wpar-n.
	   		move spaces to param-reg.
	   		open input fic-par.
	   		perform until param-reg = high-values
	   			read fic-par
	   				at end move high-values to param-reg
	   			end-read
	   			if not param-reg = high-values
	   				if wpar-n < 200
	   					add 1 to wpar-n
	   					move par-codigo to wpt-cod(wpar-n)
	   					move par-vendedor to wpt-vend(wpar-n)
	   					move par-inicio to wpt-ini(wpar-n)
	   					move par-valor to wpt-val(wpar-n)
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-par.
	   		move spaces to param-reg.
	   procura-parametro.
	   		move "N" to wpar-achou.
	   		move 0 to wpar-ini.
	   		perform procura-parametro-tab.
	   		if wpar-achou = "N" and wpar-vend not = spaces
	   			move spaces to wpar-vend
	   			perform procura-parametro-tab
	   		end-if.
	   		if wpar-achou = "N"
	   			evaluate wpar-cod
	   				when "IVA" move 23 to wpar-val
	   				when "COMISSAO" move 5 to wpar-val
	   				when "RESERVA" move 15 to wpar-val
	   				when "BANDA1" move 30 to wpar-val
	   				when "BANDA2" move 60 to wpar-val
	   				when "BANDA3" move 90 to wpar-val
	   				when "TDKM" move 20 to wpar-val
	   				when "BKPGER" move 5 to wpar-val
	   				when "RETENCAO" move 10 to wpar-val
	   				when other move 0 to wpar-val
	   			end-evaluate
	   		end-if.
	   procura-parametro-tab.
	   		move 1 to wpar-i.
	   		perform until wpar-i > wpar-n
	   			if wpt-cod(wpar-i) = wpar-cod and wpt-vend(wpar-i) = wpar-vend
	   			and wpt-ini(wpar-i) <= wpar-data and wpt-ini(wpar-i) >= wpar-ini
	   				move wpt-val(wpar-i) to wpar-val
	   				move wpt-ini(wpar-i) to wpar-ini
	   				move "S" to wpar-achou
	   			end-if
	   			add 1 to wpar-i
	   		end-perform.
	   mostra-parametro.
	   		move spaces to wpar-vend.
	   		perform procura-parametro.
	   		move wpar-val to wwpar.
	   		if wpar-achou = "S"
	   			display "  " wpar-cod " " wwpar " desde " wpar-ini
	   		else
	   			display "  " wpar-cod " " wwpar " (valor de origem)"
	   		end-if.
	   reserva-defeito.
	   		move "RESERVA" to wpar-cod.
	   		move spaces to wpar-vend.
	   		move whoje to wpar-data.
	   		perform procura-parametro.
	   		move wpar-val to wresdias.
	   		move wresdias to wwresd.
	   bandas-antiguidade.
	   		move "BANDA1" to wpar-cod.
	   		move spaces to wpar-vend.
	   		perform procura-parametro.
	   		move wpar-val to wband1.
	   		move "BANDA2" to wpar-cod.
	   		perform procura-parametro.
	   		move wpar-val to wband2.
	   		move "BANDA3" to wpar-cod.
	   		perform procura-parametro.
	   		move wpar-val to wband3.
	   pede-cliente.
	   		display "Contacto do cliente: ".
	   		accept wcontacto.
	   		perform until wcontacto not = 0
	   			display "Contacto tem de ser diferente de zero. Introduza novamente: "
	   			accept wcontacto
	   		end-perform.
	   		move "N" to wclifound.
	   		open input clientes.
	   		perform until cliente-reg = high-values
	   			read clientes
	   				at end move high-values to cliente-reg
	   			end-read
	   			if not cliente-reg = high-values
	   				if contacto-cli = wcontacto
	   					move "S" to wclifound
	   					move nome-cli to wnome
	   				end-if
	   			end-if
	   		end-perform.
	   		close clientes.
	   		move low-values to cliente-reg.
	   		if wclifound = "S"
	   			display "Cliente encontrado: " wnome
	   		else
	   			display "Cliente novo. Nome do cliente: "
	   			accept wnome
	   			display "NIF do cliente: "
	   			accept wnif
	   			move wcontacto to contacto-cli
	   			move wnome to nome-cli
	   			move wnif to nif-cli
	   			perform pede-consentimento
	   			move wrg-cons to cli-consent
	   			accept cli-consdata from date yyyymmdd
	   			open extend clientes
	   			write cliente-reg
	   			close clientes
	   		end-if.
	   acumula-lead-vend.
	   		move 0 to wlvx.
	   		move 1 to wlvi.
	   		perform until wlvi > wlvn
	   			if wlv-nome(wlvi) = wvend
	   				move wlvi to wlvx
	   			end-if
	   			add 1 to wlvi
	   		end-perform.
	   		if wlvx = 0 and wlvn < 50
	   			add 1 to wlvn
	   			move wlvn to wlvx
	   			move wvend to wlv-nome(wlvx)
	   			move 0 to wlv-leads(wlvx)
	   			move 0 to wlv-lconv(wlvx)
	   			move 0 to wlv-tds(wlvx)
	   			move 0 to wlv-tconv(wlvx)
	   		end-if.
	   		if wlvx = 0
	   			move wlvn to wlvx
	   		end-if.
	   acumula-lead-carro.
	   		move 0 to wlcx.
	   		move 1 to wlci.
	   		perform until wlci > wlcn
	   			if wlc-matr(wlci) = wmatr
	   				move wlci to wlcx
	   			end-if
	   			add 1 to wlci
	   		end-perform.
	   		if wlcx = 0 and wlcn < 200
	   			add 1 to wlcn
	   			move wlcn to wlcx
	   			move wmatr to wlc-matr(wlcx)
	   			move 0 to wlc-leads(wlcx)
	   			move 0 to wlc-lconv(wlcx)
	   			move 0 to wlc-tds(wlcx)
	   			move 0 to wlc-conv(wlcx)
	   		end-if.
	   		if wlcx = 0
	   			move wlcn to wlcx
	   		end-if.
	   procura-conversao.
	   		move "N" to wlconv.
	   		move 1 to wcvi.
	   		perform until wcvi > wcvn
	   			if wcv-cont(wcvi) = wcontacto
	   			and (wmatr = spaces or wcv-matr(wcvi) = wmatr)
	   				move "S" to wlconv
	   			end-if
	   			add 1 to wcvi
	   		end-perform.
	   verifica-km-td.
	   		move "N" to wlflag.
	   		if td-kmsaida > td-kmreg
	   			move "S" to wlflag
	   		end-if.
	   		move "TDKM" to wpar-cod.
	   		move spaces to wpar-vend.
	   		move td-data to wpar-data.
	   		perform procura-parametro.
	   		move wpar-val to wlkmlim.
	   		if td-estado = "R" and td-obs = spaces
	   			compute wlperc = td-kmregresso - td-kmsaida
	   			if wlperc > wlkmlim
	   				move "S" to wlflag
	   			end-if
	   		end-if.
	   		if wlflag = "S"
	   			display "  " td-matr space td-data " Km registados: " td-kmreg
	   			" Saida: " td-kmsaida " Chegada: " td-kmregresso space td-nome
	   			move spaces to rel-linha
	   			string td-matr " " td-data " Km registados: " td-kmreg
	   			" Saida: " td-kmsaida " Chegada: " td-kmregresso " " td-nome
	   			delimited by size into rel-linha
	   			write rel-linha
	   		end-if.
	   conta-ficheiro.
	   		move "N" to wbk-pres.
	   		move 0 to wbk-tam.
	   		move 0 to wbk-regs.
	   		move 0 to wbk-tot.
	   		call "CBL_CHECK_FILE_EXIST" using wbk-path wfiledet
	   		returning wchk.
	   		if wchk = 0
	   			move "S" to wbk-pres
	   			move wfsize-n to wbk-tam
	   			if wbk-nome = "LIST.DAT"
	   				compute wbk-regs = wbk-tam / 208
	   			else
	   				move spaces to bkf-linha
	   				open input fic-bkf
	   				perform until bkf-linha = high-values
	   					read fic-bkf
	   						at end move high-values to bkf-linha
	   					end-read
	   					if not bkf-linha = high-values
	   						add 1 to wbk-regs
	   						move spaces to wbk-n9
	   						evaluate wbk-nome
	   							when "FATURAS.DAT"
	   								move bkf-linha(100:9) to wbk-n9
	   							when "RECEB.DAT"
	   								move bkf-linha(21:9) to wbk-n9
	   							when "NOTASCRED.DAT"
	   								move bkf-linha(66:9) to wbk-n9
	   							when "DESPESAS.DAT"
	   								move bkf-linha(35:8) to wbk-n8
	   								if wbk-n8 is numeric
	   									add wbk-v8 to wbk-tot
	   								end-if
	   						end-evaluate
	   						if wbk-n9 is numeric
	   							add wbk-v9 to wbk-tot
	   						end-if
	   					end-if
	   				end-perform
	   				close fic-bkf
	   				move spaces to bkf-linha
	   			end-if
	   		end-if.
	   faz-backup.
	   		move 0 to wbk-rc.
	   		move 0 to wbk-nerr.
	   		accept whoje from date yyyymmdd.
	   		accept wbk-hora from time.
	   		move spaces to wbk-dir.
	   		string "BKP" whoje wbk-hora(1:6) delimited by size into wbk-dir.
	   		call "CBL_CREATE_DIR" using wbk-dir returning wchk.
	   		if wchk not = 0
	   			move 8 to wbk-rc
	   		else
	   			move spaces to wbk-mpath
	   			string wbk-dir delimited by space "/MANIFEST.DAT"
	   			delimited by size into wbk-mpath
	   			open output fic-man
	   			move 1 to wbk-i
	   			perform until wbk-i > wbk-nfich
	   				move wbk-fich(wbk-i) to wbk-nome
	   				move wbk-nome to wbk-path
	   				perform conta-ficheiro
	   				if wbk-pres = "S"
	   					move spaces to wbk-dst
	   					string wbk-dir delimited by space "/" wbk-nome
	   					delimited by space into wbk-dst
	   					call "CBL_COPY_FILE" using wbk-path wbk-dst
	   					returning wchk
	   					if wchk not = 0
	   						add 1 to wbk-nerr
	   					end-if
	   				end-if
	   				move wbk-nome to man-fich
	   				move wbk-pres to man-pres
	   				move wbk-tam to man-tam
	   				move wbk-regs to man-regs
	   				move wbk-tot to man-total
	   				write man-reg
	   				add 1 to wbk-i
	   			end-perform
	   			move "*FIM*" to man-fich
	   			move "S" to man-pres
	   			move 0 to man-tam
	   			move wbk-nfich to man-regs
	   			move 0 to man-total
	   			write man-reg
	   			close fic-man
	   			if wbk-nerr > 0
	   				move 8 to wbk-rc
	   			else
	   				move "G" to wbk-modo
	   				perform verifica-geracao
	   				if wbk-ok not = "S"
	   					move 8 to wbk-rc
	   				end-if
	   			end-if
	   		end-if.
	   		open extend fic-bkc.
	   		move wbk-dir to bkc-dir.
	   		move whoje to bkc-data.
	   		move wbk-hora(1:6) to bkc-hora.
	   		move wuser to bkc-user.
	   		move wbk-nfich to bkc-nfich.
	   		if wbk-rc = 0
	   			move "C" to bkc-estado
	   		else
	   			move "E" to bkc-estado
	   		end-if.
	   		write bkpctl-reg.
	   		close fic-bkc.
	   		move "BACKUP" to waud-oper.
	   		move 0 to rel-num.
	   		move spaces to waud-antes.
	   		move bkpctl-reg to waud-depois.
	   		perform grava-audit.
	   		if wbk-rc = 0
	   			perform limpa-geracoes
	   		end-if.
	   verifica-geracao.
	   		move "S" to wbk-ok.
	   		move "N" to wbk-fim.
	   		move 0 to wbk-nman.
	   		move spaces to wbk-mpath.
	   		string wbk-dir delimited by space "/MANIFEST.DAT"
	   		delimited by size into wbk-mpath.
	   		move spaces to man-reg.
	   		open input fic-man.
	   		perform until man-reg = high-values
	   			read fic-man
	   				at end move high-values to man-reg
	   			end-read
	   			if not man-reg = high-values
	   				if man-fich = "*FIM*"
	   					move "S" to wbk-fim
	   					if man-regs not = wbk-nman
	   						move "N" to wbk-ok
	   					end-if
	   				else
	   					add 1 to wbk-nman
	   					if wbk-modo = "G"
	   					or (man-fich not = "AUDIT.DAT" and man-fich not = "BATCHLOG.DAT")
	   						move man-fich to wbk-nome
	   						move spaces to wbk-path
	   						if wbk-modo = "G"
	   							string wbk-dir delimited by space "/" man-fich
	   							delimited by space into wbk-path
	   						else
	   							move man-fich to wbk-path
	   						end-if
	   						perform conta-ficheiro
	   						if wbk-pres not = man-pres
	   						or (man-pres = "S" and (wbk-tam not = man-tam
	   						or wbk-regs not = man-regs or wbk-tot not = man-total))
	   							move "N" to wbk-ok
	   							display "Ficheiro nao confere com o manifesto: " man-fich
	   						end-if
	   					end-if
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-man.
	   		move spaces to man-reg.
	   		if wbk-fim not = "S" or wbk-nman not = wbk-nfich
	   			move "N" to wbk-ok
	   			display "Manifesto incompleto na copia " wbk-dir
	   		end-if.
	   limpa-geracoes.
	   		move "BKPGER" to wpar-cod.
	   		move spaces to wpar-vend.
	   		move whoje to wpar-data.
	   		perform procura-parametro.
	   		move wpar-val to wbk-ger.
	   		move 0 to wbk-ngen.
	   		move spaces to bkpctl-reg.
	   		open input fic-bkc.
	   		perform until bkpctl-reg = high-values
	   			read fic-bkc
	   				at end move high-values to bkpctl-reg
	   			end-read
	   			if not bkpctl-reg = high-values
	   				if bkc-estado = "C"
	   					add 1 to wbk-ngen
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-bkc.
	   		move 0 to wbk-rem.
	   		if wbk-ngen > wbk-ger
	   			compute wbk-rem = wbk-ngen - wbk-ger
	   		end-if.
	   		if wbk-rem > 0
	   			move 0 to wbk-sel
	   			move spaces to bkpctl-reg
	   			open input fic-bkc
	   			open output fic-bkc-tmp
	   			perform until bkpctl-reg = high-values
	   				read fic-bkc
	   					at end move high-values to bkpctl-reg
	   				end-read
	   				if not bkpctl-reg = high-values
	   					if bkc-estado = "C" and wbk-sel < wbk-rem
	   						add 1 to wbk-sel
	   						move bkc-dir to wbk-dirx
	   						perform apaga-geracao
	   						move "R" to bkc-estado
	   					end-if
	   					move bkpctl-reg to bkpctl-reg-tmp
	   					write bkpctl-reg-tmp
	   				end-if
	   			end-perform
	   			close fic-bkc
	   			close fic-bkc-tmp
	   			move spaces to bkpctl-reg
	   			call "CBL_DELETE_FILE" using wfn-bkpctl returning wrc
	   			call "CBL_RENAME_FILE" using wfn-bkp-work wfn-bkpctl returning wrc
	   		end-if.
	   apaga-geracao.
	   		move 1 to wbk-i.
	   		perform until wbk-i > wbk-nfich
	   			move spaces to wbk-dst
	   			string wbk-dirx delimited by space "/" wbk-fich(wbk-i)
	   			delimited by space into wbk-dst
	   			call "CBL_DELETE_FILE" using wbk-dst returning wrc
	   			add 1 to wbk-i
	   		end-perform.
	   		move spaces to wbk-dst.
	   		string wbk-dirx delimited by space "/MANIFEST.DAT"
	   		delimited by size into wbk-dst.
	   		call "CBL_DELETE_FILE" using wbk-dst returning wrc.
	   		call "CBL_DELETE_DIR" using wbk-dirx returning wrc.
	   repoe-ficheiros.
	   		move 0 to wbk-nerr.
	   		move spaces to wbk-mpath.
	   		string wbk-dir delimited by space "/MANIFEST.DAT"
	   		delimited by size into wbk-mpath.
	   		move spaces to man-reg.
	   		open input fic-man.
	   		perform until man-reg = high-values
	   			read fic-man
	   				at end move high-values to man-reg
	   			end-read
	   			if not man-reg = high-values
	   			and man-fich not = "*FIM*"
	   			and man-fich not = "AUDIT.DAT"
	   			and man-fich not = "BATCHLOG.DAT"
	   				move man-fich to wbk-path
	   				if man-pres = "S"
	   					move spaces to wbk-dst
	   					string wbk-dir delimited by space "/" man-fich
	   					delimited by space into wbk-dst
	   					call "CBL_COPY_FILE" using wbk-dst wbk-path
	   					returning wchk
	   					if wchk not = 0
	   						add 1 to wbk-nerr
	   						display "Erro ao repor " man-fich
	   					end-if
	   				else
	   					call "CBL_DELETE_FILE" using wbk-path returning wrc
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-man.
	   		move spaces to man-reg.
	   mostra-geracoes.
	   		move 0 to wbk-ngen.
	   		move spaces to bkpctl-reg.
	   		open input fic-bkc.
	   		perform until bkpctl-reg = high-values
	   			read fic-bkc
	   				at end move high-values to bkpctl-reg
	   			end-read
	   			if not bkpctl-reg = high-values
	   				if bkc-estado = "C" and wbk-ngen < 100
	   					add 1 to wbk-ngen
	   					move bkc-dir to wbk-gen(wbk-ngen)
	   					display wbk-ngen " - " bkc-dir space bkc-data space bkc-hora
	   					space bkc-user " Ficheiros: " bkc-nfich
	   				else
	   					evaluate bkc-estado
	   						when "E" move "ERRO" to wbk-nome
	   						when "R" move "REMOVIDA" to wbk-nome
	   						when other move "VALIDA" to wbk-nome
	   					end-evaluate
	   					display "       " bkc-dir space bkc-data space bkc-hora
	   					space bkc-user space wbk-nome
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-bkc.
	   		move spaces to bkpctl-reg.
	   		display "Copias disponiveis para restauro: " wbk-ngen.
	   pede-consentimento.
	   		display "Autoriza contactos comerciais e envio de informacao (RGPD)? (1-Sim 2-Nao): ".
	   		accept wrg-op.
	   		perform until wrg-op = 1 or wrg-op = 2
	   			display "Opcao invalida. Autoriza contactos comerciais? (1-Sim 2-Nao): "
	   			accept wrg-op
	   		end-perform.
	   		if wrg-op = 1
	   			move "S" to wrg-cons
	   		else
	   			move "N" to wrg-cons
	   		end-if.
	   verifica-consentimento.
	   		move space to wrg-cons.
	   		move spaces to cliente-reg.
	   		open input clientes.
	   		perform until cliente-reg = high-values
	   				at end move high-values to cliente-reg
	   			end-read
	   			if not cliente-reg = high-values
	   				if contacto-cli = wrg-cont
	   					move cli-consent to wrg-cons
	   				end-if
	   			end-if
	   		end-perform.
	   		close clientes.
	   		move low-values to cliente-reg.
	   grava-consentimento.
	   		move spaces to waud-antes.
	   		move spaces to waud-depois.
	   		move spaces to cliente-reg.
	   		open input clientes.
	   		open output fic-cli-tmp.
	   		perform until cliente-reg = high-values
	   			read clientes
	   				at end move high-values to cliente-reg
	   			end-read
	   			if not cliente-reg = high-values
	   				if contacto-cli = wrg-cont
	   					move cliente-reg to waud-antes
	   					move wrg-cons to cli-consent
	   					accept cli-consdata from date yyyymmdd
	   					move cliente-reg to waud-depois
	   				end-if
	   				move cliente-reg to cliente-reg-tmp
	   				write cliente-reg-tmp
	   			end-if
	   		end-perform.
	   		close clientes.
	   		close fic-cli-tmp.
	   		move low-values to cliente-reg.
	   		call "CBL_DELETE_FILE" using wfn-cli returning wrc.
	   		call "CBL_RENAME_FILE" using wfn-cli-work wfn-cli returning wrc.
	   		move "CONSENT" to waud-oper.
	   		move 0 to rel-num.
	   		perform grava-audit.
	   anonimiza-registos.
	   		move 0 to wrg-nreg.
	   		open i-o fic.
	   		perform until registo = high-values
	   			read fic next record
	   				at end move high-values to registo
	   			end-read
	   			if not registo = high-values
	   				if contacto = wrg-cont or res-contacto = wrg-cont
	   					if contacto = wrg-cont
	   						move "ANONIMIZADO" to nome
	   						move 0 to contacto
	   					end-if
	   					if res-contacto = wrg-cont
	   						move 0 to res-contacto
	   					end-if
	   					rewrite registo
	   						invalid key display "Erro a anonimizar o registo " rel-num
	   					end-rewrite
	   					add 1 to wrg-nreg
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic.
	   		move low-values to registo.
	   		move 0 to wrg-narq.
	   		move spaces to arq-reg.
	   		open input arquivo.
	   		open output arq-tmp.
	   		perform until arq-reg = high-values
	   			read arquivo
	   				at end move high-values to arq-reg
	   			end-read
	   			if not arq-reg = high-values
	   				move arq-reg to registo
	   				if contacto = wrg-cont or res-contacto = wrg-cont
	   					if contacto = wrg-cont
	   						move "ANONIMIZADO" to nome
	   						move 0 to contacto
	   					end-if
	   					if res-contacto = wrg-cont
	   						move 0 to res-contacto
	   					end-if
	   					add 1 to wrg-narq
	   				end-if
	   				move registo to arq-tmp-reg
	   				write arq-tmp-reg
	   			end-if
	   		end-perform.
	   		close arquivo.
	   		close arq-tmp.
	   		move spaces to arq-reg.
	   		move low-values to registo.
	   		call "CBL_DELETE_FILE" using wfn-arq returning wrc.
	   		call "CBL_RENAME_FILE" using wfn-arq-work wfn-arq returning wrc.
	   anonimiza-contactos.
	   		move 0 to wrg-nped.
	   		move spaces to pedido-reg.
	   		open input fic-ped.
	   		open output fic-ped-tmp.
	   		perform until pedido-reg = high-values
	   			read fic-ped
	   				at end move high-values to pedido-reg
	   			end-read
	   			if not pedido-reg = high-values
	   				if ped-contacto = wrg-cont
	   					add 1 to wrg-nped
	   				else
	   					move pedido-reg to pedido-reg-tmp
	   					write pedido-reg-tmp
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-ped.
	   		close fic-ped-tmp.
	   		move spaces to pedido-reg.
	   		call "CBL_DELETE_FILE" using wfn-ped returning wrc.
	   		call "CBL_RENAME_FILE" using wfn-ped-work wfn-ped returning wrc.
	   		move 0 to wrg-nlead.
	   		move spaces to lead-reg.
	   		open input fic-lead.
	   		open output fic-lead-tmp.
	   		perform until lead-reg = high-values
	   			read fic-lead
	   				at end move high-values to lead-reg
	   			end-read
	   			if not lead-reg = high-values
	   				if lead-contacto = wrg-cont
	   					move 0 to lead-contacto
	   					move "ANONIMIZADO" to lead-nome
	   					add 1 to wrg-nlead
	   				end-if
	   				move lead-reg to lead-reg-tmp
	   				write lead-reg-tmp
	   			end-if
	   		end-perform.
	   		close fic-lead.
	   		close fic-lead-tmp.
	   		move spaces to lead-reg.
	   		call "CBL_DELETE_FILE" using wfn-lead returning wrc.
	   		call "CBL_RENAME_FILE" using wfn-lead-work wfn-lead returning wrc.
	   		move 0 to wrg-ntd.
	   		move spaces to td-reg.
	   		open input fic-td.
	   		open output fic-td-tmp.
	   		perform until td-reg = high-values
	   			read fic-td
	   				at end move high-values to td-reg
	   			end-read
	   			if not td-reg = high-values
	   				if td-contacto = wrg-cont
	   					move 0 to td-contacto
	   					move "ANONIMIZADO" to td-nome
	   					move spaces to td-carta
	   					add 1 to wrg-ntd
	   				end-if
	   				move td-reg to td-reg-tmp
	   				write td-reg-tmp
	   			end-if
	   		end-perform.
	   		close fic-td.
	   		close fic-td-tmp.
	   		move spaces to td-reg.
	   		call "CBL_DELETE_FILE" using wfn-td returning wrc.
	   		call "CBL_RENAME_FILE" using wfn-td-work wfn-td returning wrc.
	   		move 0 to wrg-ncons.
	   		move spaces to consigna-reg.
	   		open input fic-cons.
	   		open output fic-cons-tmp.
	   		perform until consigna-reg = high-values
	   			read fic-cons
	   				at end move high-values to consigna-reg
	   			end-read
	   			if not consigna-reg = high-values
	   				if cons-dono = wrg-cont
	   					move 0 to cons-dono
	   					move "ANONIMIZADO" to cons-nome
	   					add 1 to wrg-ncons
	   				end-if
	   				move consigna-reg to consigna-reg-tmp
	   				write consigna-reg-tmp
	   			end-if
	   		end-perform.
	   		close fic-cons.
	   		close fic-cons-tmp.
	   		move spaces to consigna-reg.
	   		call "CBL_DELETE_FILE" using wfn-cons returning wrc.
	   		call "CBL_RENAME_FILE" using wfn-cons-work wfn-cons returning wrc.
	   anonimiza-faturas.
	   		move 0 to wrg-nfat.
	   		move 0 to wrg-nret.
	   		move spaces to fatura-reg.
	   		open input fic-fat.
	   		open output fic-fat-tmp.
	   		perform until fatura-reg = high-values
	   			read fic-fat
	   				at end move high-values to fatura-reg
	   			end-read
	   			if not fatura-reg = high-values
	   				if fat-contacto = wrg-cont
	   					if fat-data < wrg-limite
	   						move 0 to fat-contacto
	   						move 0 to fat-nif
	   						move "ANONIMIZADO" to fat-nome
	   						add 1 to wrg-nfat
	   					else
	   						add 1 to wrg-nret
	   					end-if
	   				end-if
	   				move fatura-reg to fatura-reg-tmp
	   				write fatura-reg-tmp
	   			end-if
	   		end-perform.
	   		close fic-fat.
	   		close fic-fat-tmp.
	   		move spaces to fatura-reg.
	   		call "CBL_DELETE_FILE" using wfn-fat returning wrc.
	   		call "CBL_RENAME_FILE" using wfn-fat-work wfn-fat returning wrc.
	   anonimiza-clientes.
	   		move 0 to wrg-ncli.
	   		move spaces to cliente-reg.
	   		open input clientes.
	   		open output fic-cli-tmp.
	   		perform until cliente-reg = high-values
	   			read clientes
	   				at end move high-values to cliente-reg
	   			end-read
	   			if not cliente-reg = high-values
	   				if contacto-cli = wrg-cont
	   					add 1 to wrg-ncli
	   				else
	   					move cliente-reg to cliente-reg-tmp
	   					write cliente-reg-tmp
	   				end-if
	   			end-if
	   		end-perform.
	   		close clientes.
	   		close fic-cli-tmp.
	   		move low-values to cliente-reg.
	   		call "CBL_DELETE_FILE" using wfn-cli returning wrc.
	   		call "CBL_RENAME_FILE" using wfn-cli-work wfn-cli returning wrc.
	   pergunta-retoma.
	   		move 0 to retoma-valor.
	   		move spaces to retoma-matr.
	   			if not pedido-reg = high-values
	   				if ped-marca = marca and preco <= ped-preco-max
	   				and ano-fabrico >= ped-ano-min
	   					move ped-contacto to wrg-cont
	   					perform verifica-consentimento
	   					if wcntped < 50 and wrg-cons = "S"
	   						add 1 to wcntped
	   						move ped-contacto to wpedm-cont(wcntped)
	   					end-if
	   			close relfic
	   		end-if.
	   calcula-iva.
	   		perform procura-venda.
	   		if wvd-achou = "S"
	   			move wvd-iva to iva
	   			if wvd-taxa > 0
	   				move wvd-taxa to wtaxa-iva
	   			else
	   				move "IVA" to wpar-cod
	   				move spaces to wpar-vend
	   				move wvd-data to wpar-data
	   				perform procura-parametro
	   				move wpar-val to wtaxa-iva
	   			end-if
	   		else
	   			compute wpar-data = (2000 + ano) * 10000 + mes * 100 + dia
	   			perform calcula-iva-data
	   		end-if.
	   procura-venda.
	   		move "N" to wvd-achou.
	   		move 0 to wvd-data.
	   		move 0 to wvd-iva.
	   		move 0 to wvd-taxa.
	   		move spaces to fatura-reg.
	   		open input fic-fat.
	   		perform until fatura-reg = high-values
	   			read fic-fat
	   				at end move high-values to fatura-reg
	   			end-read
	   			if not fatura-reg = high-values
	   				if fat-matricula = matricula
	   					move "S" to wvd-achou
	   					move fat-data to wvd-data
	   					move fat-iva to wvd-iva
	   					move 0 to wvd-taxa
	   					if fat-taxa is numeric
	   						move fat-taxa to wvd-taxa
	   					end-if
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-fat.
	   		move spaces to fatura-reg.
	   calcula-iva-data.
	   		move "IVA" to wpar-cod.
	   		move spaces to wpar-vend.
	   		perform procura-parametro.
	   		move wpar-val to wtaxa-iva.
	   		if regime-iva = "M"
	   			if preco > preco-compra
	   				compute iva = (preco - preco-compra) * wtaxa-iva / 100
	   			else
	   				move 0 to iva
	   			end-if
	   		else
	   			compute iva = preco * wtaxa-iva / 100
	   		end-if.
	   grava-audit.
	   		accept whoje from date yyyymmdd.
	   		close fic-fatctl.
	   		compute wfatnum = fatctl-num + 1.
	   		accept whoje from date yyyymmdd.
	   		move whoje to wpar-data.
	   		perform calcula-iva-data.
	   		move iva to wfativa.
	   		compute soma = preco + wfativa.
	   		open extend fic-fat.
	   		move soma to fat-total.
	   		move regime-iva to fat-regime.
	   		move 0 to fat-retoma.
	   		move 1 to fat-linha.
	   		perform stand-viatura.
	   		move wstandv to fat-stand.
	   		move wtaxa-iva to fat-taxa.
	   		if retoma-valor is numeric and retoma-valor > 0
	   			move retoma-valor to fat-retoma
	   		end-if.
	   			move whoje to rec-data
	   			move fat-retoma to rec-valor
	   			move "RETOMA" to rec-metodo
	   			move wstand to rec-stand
	   			write receb-reg
	   			close fic-receb
	   			move fat-retoma to wprec
	   			move whoje to rec-data
	   			move wsinal-ant to rec-valor
	   			move "SINAL" to rec-metodo
	   			move wstand to rec-stand
	   			write receb-reg
	   			close fic-receb
	   			move wsinal-ant to wsinal
	   			display "Sinal da reserva registado como recebimento: " wsinal
	   		end-if.
	   		display "Fatura emitida com o numero " wfatnum.
	   		perform cria-documentos.
	   		if tipo-viatura = "C"
	   			perform liquida-consigna
	   		end-if.
	   liberta-reservas.
	   		accept whoje from date yyyymmdd.
	   		accept wrel-data from date yyyymmdd.
	   		read fic-ctl at end continue end-read.
	   		close fic-ctl.
	   		move ctl-relnum to wmaxrel.
	   		perform verifica-hoje.
	   		if wperfech = "S"
	   			move 0 to wmaxrel
	   		end-if.
	   		move 0 to wcntres.
	   		move 0 to rel-num.
	   		open i-o fic.
	   		call "CBL_DELETE_FILE" using wfn-receb returning wrc.
	   		call "CBL_RENAME_FILE" using wfn-receb-work wfn-receb returning wrc.
	   tem-notacred.
	   		move 0 to wfatlin.
	   		move 0 to wfattot.
	   		move spaces to fatura-reg.
	   		open input fic-fat.
	   		perform until fatura-reg = high-values
	   			read fic-fat
	   				at end move high-values to fatura-reg
	   			end-read
	   			if not fatura-reg = high-values
	   				if fat-num = wfatnum
	   					add 1 to wfatlin
	   					add fat-total to wfattot
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-fat.
	   		move spaces to fatura-reg.
	   		move "N" to wncachou.
	   		move 0 to wnclin.
	   		move 0 to wnccred.
	   		move spaces to nota-reg.
	   		open input fic-nc.
	   		perform until nota-reg = high-values
	   			end-read
	   			if not nota-reg = high-values
	   				if nc-fatnum = wfatnum
	   					add nc-total to wnccred
	   					if nc-linha is numeric and nc-linha > 0
	   						add 1 to wnclin
	   					else
	   						move 99 to wnclin
	   					end-if
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-nc.
	   		move spaces to nota-reg.
	   		if wnclin > 0
	   			if wnclin >= wfatlin
	   				move "S" to wncachou
	   			else
	   				move "P" to wncachou
	   			end-if
	   		end-if.
	   procura-matr-estado.
	   		move 0 to wmcount.
	   		open input fic-idx.
	   		perform until idx-rec = high-values
	   			read fic-idx
	   				at end move high-values to idx-rec
	   			end-read
	   			if not idx-rec = high-values
	   				if idx-matricula = wmatr
	   					add 1 to wmcount
	   					if wmcount <= 100
	   						move idx-relnum to wmatch-relnum(wmcount)
	   					end-if
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-idx.
	   		move low-values to idx-rec.
	   		move 0 to rel-num.
	   		move "N" to wachou.
	   		move 1 to wmi.
	   		perform until wmi > wmcount or wmi > 100
	   			move wmatch-relnum(wmi) to rel-num
	   			open input fic
	   			read fic
	   				invalid key move 0 to rel-num
	   				not invalid key
	   					if estado = wprocest
	   						move "S" to wachou
	   					else
	   						move 0 to rel-num
	   					end-if
	   			end-read
	   			close fic
	   			if wachou = "S"
	   				move 101 to wmi
	   			end-if
	   			add 1 to wmi
	   		end-perform.
	   frota-adiciona.
	   		move "N" to wachou.
	   		move 1 to wfri.
	   		perform until wfri > wfrn
	   			if wfr-matr(wfri) = wmatr
	   				move "S" to wachou
	   			end-if
	   			add 1 to wfri
	   		end-perform.
	   		if wachou = "S"
	   			display "Viatura ja incluida nesta venda."
	   		else
	   			move "EM STOCK" to wprocest
	   			perform procura-matr-estado
	   			if rel-num = 0
	   				display "Viatura " wmatr " nao esta EM STOCK."
	   			else
	   				open input fic
	   				read fic
	   					invalid key continue
	   				end-read
	   				close fic
	   				add 1 to wfrn
	   				move rel-num to wfr-rel(wfrn)
	   				move matricula to wfr-matr(wfrn)
	   				move marca to wfr-marca(wfrn)
	   				move modelo to wfr-modelo(wfrn)
	   				move preco to wfr-pant(wfrn)
	   				move preco to wprec
	   				display marca space modelo " Preco de venda: " wprec
	   				display "Preco acordado (0 = manter): "
	   				accept wfr-preco(wfrn)
	   				if wfr-preco(wfrn) = 0
	   					move preco to wfr-preco(wfrn)
	   				end-if
	   				move wfr-preco(wfrn) to preco
	   				accept wpar-data from date yyyymmdd
	   				perform calcula-iva-data
	   				move iva to wfr-iva(wfrn)
	   				move regime-iva to wfr-regime(wfrn)
	   			end-if
	   		end-if.
	   soma-notas-periodo.
	   		move 0 to wnccnt.
	   		move 0 to wncgcnt.
	   		end-perform.
	   		close fic-nc.
	   		move spaces to nota-reg.
	   carrega-faturas.
	   		move 0 to wftn.
	   		move 0 to wfln.
	   		move "N" to wftover.
	   		move spaces to fatura-reg.
	   		open input fic-fat.
	   		perform until fatura-reg = high-values
	   			read fic-fat
	   				at end move high-values to fatura-reg
	   			end-read
	   			if not fatura-reg = high-values
	   				if wftn > 0 and wft-num(wftn) = fat-num
	   					add fat-total to wft-total(wftn)
	   					add 1 to wft-lin(wftn)
	   				else
	   					if wftn < 20000
	   						add 1 to wftn
	   						move fat-num to wft-num(wftn)
	   						move fat-data to wft-data(wftn)
	   						move fat-nif to wft-nif(wftn)
	   						move fat-contacto to wft-cont(wftn)
	   						move fat-nome to wft-nome(wftn)
	   						move fat-matricula to wft-matr(wftn)
	   						compute wft-l1(wftn) = wfln + 1
	   						move 1 to wft-lin(wftn)
	   						move fat-total to wft-total(wftn)
	   						move 0 to wft-rec(wftn)
	   						move "N" to wft-nc(wftn)
	   						move 0 to wft-nclin(wftn)
	   						move 0 to wft-nctot(wftn)
	   						move "N" to wft-ref(wftn)
	   					else
	   						move "S" to wftover
	   					end-if
	   				end-if
	   				if wfln < 60000
	   					add 1 to wfln
	   					move fat-matricula to wfl-matr(wfln)
	   				else
	   					move "S" to wftover
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-fat.
	   		move spaces to fatura-reg.
	   		move spaces to nota-reg.
	   		open input fic-nc.
	   		perform until nota-reg = high-values
	   			read fic-nc
	   				at end move high-values to nota-reg
	   			end-read
	   			if not nota-reg = high-values
	   				move nc-fatnum to wfatnum
	   				perform procura-ft
	   				if wfti > 0
	   					add nc-total to wft-nctot(wfti)
	   					if nc-linha is numeric and nc-linha > 0
	   						add 1 to wft-nclin(wfti)
	   					else
	   						move wft-lin(wfti) to wft-nclin(wfti)
	   					end-if
	   					if wft-nclin(wfti) >= wft-lin(wfti)
	   						move "S" to wft-nc(wfti)
	   					end-if
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-nc.
	   		move spaces to nota-reg.
	   		move spaces to receb-reg.
	   		open input fic-receb.
	   		perform until receb-reg = high-values
	   			read fic-receb
	   				at end move high-values to receb-reg
	   			end-read
	   			if not receb-reg = high-values
	   				if rec-fatnum > 0
	   					move rec-fatnum to wfatnum
	   					perform procura-ft
	   					if wfti > 0
	   						add rec-valor to wft-rec(wfti)
	   					end-if
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-receb.
	   		move spaces to receb-reg.
	   		move 1 to wfti.
	   		perform until wfti > wftn
	   			compute wft-saldo(wfti) =
	   			wft-total(wfti) - wft-nctot(wfti) - wft-rec(wfti)
	   			add 1 to wfti
	   		end-perform.
	   procura-ft.
	   		move 0 to wfti.
	   		move 1 to wftj.
	   		perform until wftj > wftn
	   			if wft-num(wftj) = wfatnum
	   				move wftj to wfti
	   				move wftn to wftj
	   			end-if
	   			add 1 to wftj
	   		end-perform.
	   compacta-referencia.
	   		move wextm-ref to wbc-refup.
	   		inspect wbc-refup converting "abcdefghijklmnopqrstuvwxyz"
	   		to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
	   		move spaces to wbc-ref.
	   		move 0 to wbc-j.
	   		move 1 to wbc-i.
	   		perform until wbc-i > 40
	   			if (wbc-refup(wbc-i:1) >= "A" and wbc-refup(wbc-i:1) <= "Z")
	   			or (wbc-refup(wbc-i:1) >= "0" and wbc-refup(wbc-i:1) <= "9")
	   				add 1 to wbc-j
	   				move wbc-refup(wbc-i:1) to wbc-ref(wbc-j:1)
	   			end-if
	   			add 1 to wbc-i
	   		end-perform.
	   procura-referencia.
	   		move 0 to wbc-tal.
	   		if wbc-ref not = spaces
	   			move spaces to wbc-pat
	   			move wft-num(wfti) to wbc-pat
	   			move 6 to wbc-plen
	   			perform conta-padrao
	   			move wft-num(wfti) to wbc-numed
	   			move 0 to wbc-j
	   			inspect wbc-numed tallying wbc-j for leading spaces
	   			move spaces to wbc-pat
	   			string "FT" wbc-numed(wbc-j + 1:6 - wbc-j)
	   			delimited by size into wbc-pat
	   			compute wbc-plen = 8 - wbc-j
	   			perform conta-padrao
	   			move spaces to wbc-pat
	   			string "FAT" wbc-numed(wbc-j + 1:6 - wbc-j)
	   			delimited by size into wbc-pat
	   			compute wbc-plen = 9 - wbc-j
	   			perform conta-padrao
	   			move wft-l1(wfti) to wfli
	   			perform until wfli >= wft-l1(wfti) + wft-lin(wfti)
	   				if wfl-matr(wfli) not = spaces
	   					move spaces to wbc-pat
	   					move wfl-matr(wfli) to wbc-pat
	   					inspect wbc-pat converting "abcdefghijklmnopqrstuvwxyz"
	   					to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
	   					move 6 to wbc-plen
	   					perform conta-padrao
	   				end-if
	   				add 1 to wfli
	   			end-perform
	   		end-if.
	   conta-padrao.
	   		inspect wbc-ref tallying wbc-tal for all wbc-pat(1:wbc-plen).
	   grava-bancoctl.
	   		open extend fic-bancoctl.
	   		move wextc-conta to bctl-conta.
	   		move wextc-data to bctl-data.
	   		move wextc-seq to bctl-seq.
	   		move whoje to bctl-import.
	   		move wbc-nmov to bctl-nmov.
	   		move wbc-nconc to bctl-nconc.
	   		move wbc-nexc to bctl-nexc.
	   		move wbc-valconc to bctl-valor.
	   		move wuser to bctl-user.
	   		move wbc-estado to bctl-estado.
	   		write bancoctl-rec.
	   		move bancoctl-rec to waud-depois.
	   		close fic-bancoctl.
	   mostra-extratos-dia.
	   		move spaces to bancoctl-rec.
	   		open input fic-bancoctl.
	   		perform until bancoctl-rec = high-values
	   			read fic-bancoctl
	   				at end move high-values to bancoctl-rec
	   			end-read
	   			if not bancoctl-rec = high-values
	   				if bctl-import = whoje and bctl-estado = "C"
	   					move bctl-valor to wwbc
	   					display "  Extrato " bctl-conta space bctl-data
	   					"/" bctl-seq ": " bctl-nmov " creditos, "
	   					bctl-nconc " conciliados (" wwbc "), "
	   					bctl-nexc " excecoes"
	   				end-if
	   			end-if
	   		end-perform.
	   		close fic-bancoctl.
	   		move spaces to bancoctl-rec.
	   flush-arqpend.
	   		move 0 to wdelcount.
	   		move spaces to arqpend-rec.
