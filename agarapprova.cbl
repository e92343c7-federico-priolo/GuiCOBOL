000010 identification division.
000020 program-id. agarapprova.
000030*
000040* four-eyes approval of the master changes waiting for it
000050*
000060* FIRST 15 OCTOBER 2026  0.1.0
000070*
000080* Copyright (C) 2012-2026 Federico Priolo TP ONE SRL
000090*
000100* This program is free software; you can redistribute it and/or modify
000110* it under the terms of the GNU General Public License as published by
000120* the Free Software Foundation; either version 2, or (at your option)
000130* any later version.
000140*
000150* This program is distributed in the hope that it will be useful,
000160* but WITHOUT ANY WARRANTY; without even the implied warranty of
000170* MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
000180* GNU General Public License for more details.
000190*
000200* You should have received a copy of the GNU General Public License
000210* along with this software; see the file COPYING.  If not, write to
000220* the Free Software Foundation, 51 Franklin Street, Fifth Floor
000230* Boston, MA 02110-1301 USA
000240*
000250*
000260*---------------------------------------------------------------------
000270* a maintain built with the approve clause does not write the
000280* changes it names: the record images before and after go to
000290* the approvals file (GuiCOBOLapprovals, default approvals.dat)
000300* and the clerk is told "awaiting approval".  here a second
000310* user sees them: the grid lists the requests still pending for
000320* the company of the session, "Confronta" puts the old and the
000330* new value of every field of the selected one side by side,
000340* "Approva" has the maintain program of the screen that asked
000350* apply it ("approve" function, the record changed meanwhile is
000360* refused) and "Respingi" turns it down, the reason typed in
000370* the Motivo field being required.  nobody decides on a request
000380* of their own, every step goes to the audit journal, and the
000390* request keeps who decided, when and why.  an approval takes
000400* the request first (state W, in the hands of the approver),
000410* then applies it: a change refused gives the request back to
000420* the queue, a change applied is journalled even if the request
000430* could not be closed after it.  a request left in hand by a
000440* session that died shows "in corso" in the grid and only its
000450* approver can take it up again.
000460* secure-apply hides or disables the list ("apv-elenco") and the
000470* two buttons ("apv-approva", "apv-respingi") to the roles
000480* perms.dat names.
000490* the grids travel through GuiCOBOLapprovallist, default
000500* guicobol-approvals.lst, and the same name with .cmp added.
000510*---------------------------------------------------------------------

000520 data division.

000530 working-storage section.

000540     copy "global".

000550 01 approva-banco                external.
000560    05 apv-grid                  usage pointer.
000570    05 apv-cfr-grid              usage pointer.
000580    05 apv-campo-motivo          usage pointer.
000590    05 apv-file                  pic x(200).
000600    05 apv-lista                 pic x(200).
000610    05 apv-lista-cfr             pic x(200).
000620    05 apv-azione                pic x.
000630    05 apv-numero                pic 9(6).
000640    05 apv-ditta                 pic x(8).
000650    05 apv-utente                pic x(32).
000660    05 apv-decisione             pic x.
000670    05 apv-motivo                pic x(60).
000680    05 apv-esito                 pic xx.
000690    05 apv-voce.
000700       10 apv-v-stato            pic x.
000710       10 apv-v-quando           pic x(14).
000720       10 apv-v-utente           pic x(32).
000730       10 apv-v-stazione         pic x(32).
000740       10 apv-v-ditta            pic x(8).
000750       10 apv-v-modulo           pic x(32).
000760       10 apv-v-programma        pic x(32).
000770       10 apv-v-evento           pic x(8).
000780       10 apv-v-chiave           pic x(60).
000790       10 apv-v-lunghezza        pic 9(5).
000800       10 apv-v-mappa            pic x(400).
000810       10 apv-v-prima            pic x(2000).
000820       10 apv-v-dopo             pic x(2000).
000830       10 apv-v-approvatore      pic x(32).
000840       10 apv-v-deciso           pic x(14).
000850       10 apv-v-motivo           pic x(60).

000860 procedure division.

000870     accept apv-file from environment "GuiCOBOLapprovals"
000880     end-accept.
000890     if apv-file = spaces
000900      move "approvals.dat" to apv-file.

000910     accept apv-lista from environment "GuiCOBOLapprovallist"
000920     end-accept.
000930     if apv-lista = spaces
000940      move "guicobol-approvals.lst" to apv-lista.

000950     move spaces to apv-lista-cfr.
000960     string function trim(apv-lista) ".cmp"
000970      delimited by size into apv-lista-cfr.

000980     move 3 to agar-int.
000990     move "secure-login" to agar-function.
001000     call "agarcob".

001010     if agar-return-code not = agar-rc-ok
001020      goback.

001030     move "addform" to agar-function.
001040     call "agarcob".
001050     move agar-form to agar-object agar-widget.
001060     move "Approvazione modifiche" to agar-text.
001070     move "set-caption" to agar-function.
001080     call "agarcob".

001090     move agar-form to agar-object.
001100     move spaces to agar-text.
001110     move "addtable" to agar-function.
001120     call "agarcob".
001130     move agar-widget to apv-grid.
001140     move "apv-elenco" to agar-text.
001150     move "set-name" to agar-function.
001160     call "agarcob".

001170     move apv-grid to agar-widget.
001180     move "Nr" to agar-text.
001190     move "addcolumn" to agar-function.
001200     call "agarcob".
001210     move apv-grid to agar-widget.
001220     move "Richiesta del" to agar-text.
001230     move "addcolumn" to agar-function.
001240     call "agarcob".
001250     move apv-grid to agar-widget.
001260     move "Utente" to agar-text.
001270     move "addcolumn" to agar-function.
001280     call "agarcob".
001290     move apv-grid to agar-widget.
001300     move "Postazione" to agar-text.
001310     move "addcolumn" to agar-function.
001320     call "agarcob".
001330     move apv-grid to agar-widget.
001340     move "Programma" to agar-text.
001350     move "addcolumn" to agar-function.
001360     call "agarcob".
001370     move apv-grid to agar-widget.
001380     move "Operazione" to agar-text.
001390     move "addcolumn" to agar-function.
001400     call "agarcob".
001410     move apv-grid to agar-widget.
001420     move "Chiave" to agar-text.
001430     move "addcolumn" to agar-function.
001440     call "agarcob".

001450     move agar-form to agar-object.
001460     move "Motivo    " to agar-text.
001470     move "addtext" to agar-function.
001480     call "agarcob".
001490     move agar-widget to apv-campo-motivo.

001500     move agar-form to agar-object.
001510     move spaces to agar-text.
001520     move "addtable" to agar-function.
001530     call "agarcob".
001540     move agar-widget to apv-cfr-grid.

001550     move apv-cfr-grid to agar-widget.
001560     move "Campo" to agar-text.
001570     move "addcolumn" to agar-function.
001580     call "agarcob".
001590     move apv-cfr-grid to agar-widget.
001600     move "Prima" to agar-text.
001610     move "addcolumn" to agar-function.
001620     call "agarcob".
001630     move apv-cfr-grid to agar-widget.
001640     move "Dopo" to agar-text.
001650     move "addcolumn" to agar-function.
001660     call "agarcob".
001670     move apv-cfr-grid to agar-widget.
001680     move "Variato" to agar-text.
001690     move "addcolumn" to agar-function.
001700     call "agarcob".

001710     call "agarapprova-coda".

001720     move agar-form to agar-object.
001730     move "Aggiorna" to agar-text.
001740     move "agarapprova-coda" to agar-procedure.
001750     move "addbuttonto" to agar-function.
001760     call "agarcob".

001770     move agar-form to agar-object.
001780     move "Confronta" to agar-text.
001790     move "ApprovaConfronta" to agar-procedure.
001800     move "addbuttonto" to agar-function.
001810     call "agarcob".

001820     move agar-form to agar-object.
001830     move "Approva" to agar-text.
001840     move "ApprovaApplica" to agar-procedure.
001850     move "addbuttonto" to agar-function.
001860     call "agarcob".
001870     move "apv-approva" to agar-text.
001880     move "set-name" to agar-function.
001890     call "agarcob".

001900     move agar-form to agar-object.
001910     move "Respingi" to agar-text.
001920     move "ApprovaRespingi" to agar-procedure.
001930     move "addbuttonto" to agar-function.
001940     call "agarcob".
001950     move "apv-respingi" to agar-text.
001960     move "set-name" to agar-function.
001970     call "agarcob".

001980     move agar-form to agar-widget agar-object.
001990     move "secure-apply" to agar-function.
002000     call "agarcob".

002010     move agar-form to agar-widget.
002020     move "show" to agar-function.
002030     call "agarcob".
002040     move "run" to agar-function.
002050     call "agarcob".

002060     goback.

002070 end program agarapprova.

002080 identification division.
002090 program-id. agarapprova-coda.
002100*
002110* (re)load the grid with the requests pending for the company
002120* of the session
002130*
002140 data division.

002150 working-storage section.

002160     copy "global".

002170 01 approva-banco                external.
002180    05 apv-grid                  usage pointer.
002190    05 apv-cfr-grid              usage pointer.
002200    05 apv-campo-motivo          usage pointer.
002210    05 apv-file                  pic x(200).
002220    05 apv-lista                 pic x(200).
002230    05 apv-lista-cfr             pic x(200).
002240    05 apv-azione                pic x.
002250    05 apv-numero                pic 9(6).
002260    05 apv-ditta                 pic x(8).
002270    05 apv-utente                pic x(32).
002280    05 apv-decisione             pic x.
002290    05 apv-motivo                pic x(60).
002300    05 apv-esito                 pic xx.
002310    05 apv-voce.
002320       10 apv-v-stato            pic x.
002330       10 apv-v-quando           pic x(14).
002340       10 apv-v-utente           pic x(32).
002350       10 apv-v-stazione         pic x(32).
002360       10 apv-v-ditta            pic x(8).
002370       10 apv-v-modulo           pic x(32).
002380       10 apv-v-programma        pic x(32).
002390       10 apv-v-evento           pic x(8).
002400       10 apv-v-chiave           pic x(60).
002410       10 apv-v-lunghezza        pic 9(5).
002420       10 apv-v-mappa            pic x(400).
002430       10 apv-v-prima            pic x(2000).
002440       10 apv-v-dopo             pic x(2000).
002450       10 apv-v-approvatore      pic x(32).
002460       10 apv-v-deciso           pic x(14).
002470       10 apv-v-motivo           pic x(60).

002480 procedure division.

002490     move spaces to agar-text.
002500     move "get-company" to agar-function.
002510     call "agarcob".
002520     move agar-text(1:8) to apv-ditta.

002530     move "L" to apv-azione.
002540     call "agarapprova-file".

002550     if apv-esito not = "OK"
002560      move "Archivio approvazioni non leggibile" to agar-text
002570      move "set-error" to agar-function
002580      call "agarcob"
002590      exit program
002600     end-if.

002610     move apv-grid  to agar-widget agar-object.
002620     move apv-lista to agar-text.
002630     move spaces    to agar-value.
002640     move zero      to agar-int.
002650     move "loadtable" to agar-function.
002660     call "agarcob".

002670     exit program.

002680 end program agarapprova-coda.

002690 identification division.
002700 program-id. agarapprova-scelto.
002710*
002720* the request of the selected row into apv-voce: apv-esito OK
002730* when it is there and still pending
002740*
002750 data division.

002760 working-storage section.

002770     copy "global".

002780 77 sc-numero                    pic x(8).
002790 77 sc-esito                     pic xx.

002800 01 approva-banco                external.
002810    05 apv-grid                  usage pointer.
002820    05 apv-cfr-grid              usage pointer.
002830    05 apv-campo-motivo          usage pointer.
002840    05 apv-file                  pic x(200).
002850    05 apv-lista                 pic x(200).
002860    05 apv-lista-cfr             pic x(200).
002870    05 apv-azione                pic x.
002880    05 apv-numero                pic 9(6).
002890    05 apv-ditta                 pic x(8).
002900    05 apv-utente                pic x(32).
002910    05 apv-decisione             pic x.
002920    05 apv-motivo                pic x(60).
002930    05 apv-esito                 pic xx.
002940    05 apv-voce.
002950       10 apv-v-stato            pic x.
002960       10 apv-v-quando           pic x(14).
002970       10 apv-v-utente           pic x(32).
002980       10 apv-v-stazione         pic x(32).
002990       10 apv-v-ditta            pic x(8).
003000       10 apv-v-modulo           pic x(32).
003010       10 apv-v-programma        pic x(32).
003020       10 apv-v-evento           pic x(8).
003030       10 apv-v-chiave           pic x(60).
003040       10 apv-v-lunghezza        pic 9(5).
003050       10 apv-v-mappa            pic x(400).
003060       10 apv-v-prima            pic x(2000).
003070       10 apv-v-dopo             pic x(2000).
003080       10 apv-v-approvatore      pic x(32).
003090       10 apv-v-deciso           pic x(14).
003100       10 apv-v-motivo           pic x(60).

003110 procedure division.

003120     move "KO" to apv-esito.
003130     move zeros to apv-numero.

003140     move apv-grid to agar-widget agar-object.
003150     move "get-selected" to agar-function.
003160     call "agarcob".

003170     if agar-int = zero
003180      move "Scegliere una richiesta" to agar-text
003190      move "set-info" to agar-function
003200      call "agarcob"
003210      exit program
003220     end-if.

003230     move spaces to sc-numero.
003240     unstring agar-text delimited by ";"
003250      into sc-numero
003260     end-unstring.

003270     if sc-numero = spaces
003280      exit program.

003290     move function numval(sc-numero) to apv-numero.

003300     move "G" to apv-azione.
003310     call "agarapprova-file".

003320     evaluate apv-esito
003330      when "OK"
003340       continue
003350      when "DE"
003360       move "Richiesta gia' decisa" to agar-text
003370       move "set-error" to agar-function
003380       call "agarcob"
003390      when "NF"
003400       move "Richiesta non trovata" to agar-text
003410       move "set-error" to agar-function
003420       call "agarcob"
003430      when other
003440       move "Archivio approvazioni non leggibile" to agar-text
003450       move "set-error" to agar-function
003460       call "agarcob"
003470     end-evaluate.

003480*
003490* a request someone else decided meanwhile leaves the grid
003500*
003510     if apv-esito = "DE" or apv-esito = "NF"
003520      move apv-esito to sc-esito
003530      call "agarapprova-coda"
003540      move sc-esito to apv-esito
003550     end-if.

003560     exit program.

003570 end program agarapprova-scelto.

003580 identification division.
003590 program-id. agarapprova-decisore.
003600*
003610* who decides on the selected request may do it: not the user
003620* who asked for it, and within the company it belongs to.
003630* apv-utente the approver, apv-esito OK or KO; the refusal goes
003640* to the audit journal too
003650*
003660 data division.

003670 working-storage section.

003680     copy "global".

003690 77 dc-ditta                     pic x(8).
003700 77 dc-testo                     pic x(60).

003710 01 approva-banco                external.
003720    05 apv-grid                  usage pointer.
003730    05 apv-cfr-grid              usage pointer.
003740    05 apv-campo-motivo          usage pointer.
003750    05 apv-file                  pic x(200).
003760    05 apv-lista                 pic x(200).
003770    05 apv-lista-cfr             pic x(200).
003780    05 apv-azione                pic x.
003790    05 apv-numero                pic 9(6).
003800    05 apv-ditta                 pic x(8).
003810    05 apv-utente                pic x(32).
003820    05 apv-decisione             pic x.
003830    05 apv-motivo                pic x(60).
003840    05 apv-esito                 pic xx.
003850    05 apv-voce.
003860       10 apv-v-stato            pic x.
003870       10 apv-v-quando           pic x(14).
003880       10 apv-v-utente           pic x(32).
003890       10 apv-v-stazione         pic x(32).
003900       10 apv-v-ditta            pic x(8).
003910       10 apv-v-modulo           pic x(32).
003920       10 apv-v-programma        pic x(32).
003930       10 apv-v-evento           pic x(8).
003940       10 apv-v-chiave           pic x(60).
003950       10 apv-v-lunghezza        pic 9(5).
003960       10 apv-v-mappa            pic x(400).
003970       10 apv-v-prima            pic x(2000).
003980       10 apv-v-dopo             pic x(2000).
003990       10 apv-v-approvatore      pic x(32).
004000       10 apv-v-deciso           pic x(14).
004010       10 apv-v-motivo           pic x(60).

004020 procedure division.

004030     move "KO" to apv-esito.
004040     move spaces to dc-testo.

004050     move spaces to agar-text.
004060     move "get-user" to agar-function.
004070     call "agarcob".
004080     move agar-text(1:32) to apv-utente.

004090     move spaces to agar-text.
004100     move "get-company" to agar-function.
004110     call "agarcob".
004120     move agar-text(1:8) to dc-ditta.

004130     if apv-utente = spaces
004140      or apv-utente = apv-v-utente
004150      move "La richiesta e' dello stesso utente" to dc-testo
004160      move spaces to agar-text
004170      string "approval refused own "
004180             function trim(apv-v-evento) " "
004190             function trim(apv-v-chiave)
004200       delimited by size into agar-text
004210     else
004220      if dc-ditta not = apv-v-ditta
004230       move "La richiesta e' di un'altra societa'" to dc-testo
004240       move spaces to agar-text
004250       string "approval refused company "
004260              function trim(apv-v-ditta) " "
004270              function trim(apv-v-chiave)
004280        delimited by size into agar-text
004290      end-if
004300     end-if.

004310     if dc-testo not = spaces
004320      move "audit-event" to agar-function
004330      call "agarcob"
004340      move dc-testo to agar-text
004350      move "set-error" to agar-function
004360      call "agarcob"
004370      exit program
004380     end-if.

004390     move "OK" to apv-esito.

004400     exit program.

004410 end program agarapprova-decisore.

004420 identification division.
004430 program-id. agarapprova-esito.
004440*
004450* the outcome of the decision written back to the request, to
004460* the operator and, when it went through, to the audit journal
004470* (agar-value carries the event text) and to the grid
004480*
004490 data division.

004500 working-storage section.

004510     copy "global".

004520 01 approva-banco                external.
004530    05 apv-grid                  usage pointer.
004540    05 apv-cfr-grid              usage pointer.
004550    05 apv-campo-motivo          usage pointer.
004560    05 apv-file                  pic x(200).
004570    05 apv-lista                 pic x(200).
004580    05 apv-lista-cfr             pic x(200).
004590    05 apv-azione                pic x.
004600    05 apv-numero                pic 9(6).
004610    05 apv-ditta                 pic x(8).
004620    05 apv-utente                pic x(32).
004630    05 apv-decisione             pic x.
004640    05 apv-motivo                pic x(60).
004650    05 apv-esito                 pic xx.
004660    05 apv-voce.
004670       10 apv-v-stato            pic x.
004680       10 apv-v-quando           pic x(14).
004690       10 apv-v-utente           pic x(32).
004700       10 apv-v-stazione         pic x(32).
004710       10 apv-v-ditta            pic x(8).
004720       10 apv-v-modulo           pic x(32).
004730       10 apv-v-programma        pic x(32).
004740       10 apv-v-evento           pic x(8).
004750       10 apv-v-chiave           pic x(60).
004760       10 apv-v-lunghezza        pic 9(5).
004770       10 apv-v-mappa            pic x(400).
004780       10 apv-v-prima            pic x(2000).
004790       10 apv-v-dopo             pic x(2000).
004800       10 apv-v-approvatore      pic x(32).
004810       10 apv-v-deciso           pic x(14).
004820       10 apv-v-motivo           pic x(60).

004830 procedure division.

004840     evaluate apv-esito
004850      when "OK"
004860       move agar-value to agar-text
004870       move "audit-event" to agar-function
004880       call "agarcob"
004890       if apv-decisione = "A"
004900        move "Modifica applicata" to agar-text
004910       else
004920        move "Richiesta respinta" to agar-text
004930       end-if
004940       move "set-info" to agar-function
004950      when "DE"
004960       move "Richiesta gia' decisa" to agar-text
004970       move "set-error" to agar-function
004980      when "NF"
004990       move "Richiesta non trovata" to agar-text
005000       move "set-error" to agar-function
005010      when other
005020       move "Archivio approvazioni non aggiornabile" to agar-text
005030       move "set-error" to agar-function
005040     end-evaluate.
005050     call "agarcob".

005060     call "agarapprova-coda".

005070     exit program.

005080 end program agarapprova-esito.

005090 identification division.
005100 program-id. ApprovaConfronta.
005110*
005120* old and new value of every field of the selected request
005130*
005140 data division.

005150 working-storage section.

005160     copy "global".

005170 01 approva-banco                external.
005180    05 apv-grid                  usage pointer.
005190    05 apv-cfr-grid              usage pointer.
005200    05 apv-campo-motivo          usage pointer.
005210    05 apv-file                  pic x(200).
005220    05 apv-lista                 pic x(200).
005230    05 apv-lista-cfr             pic x(200).
005240    05 apv-azione                pic x.
005250    05 apv-numero                pic 9(6).
005260    05 apv-ditta                 pic x(8).
005270    05 apv-utente                pic x(32).
005280    05 apv-decisione             pic x.
005290    05 apv-motivo                pic x(60).
005300    05 apv-esito                 pic xx.
005310    05 apv-voce.
005320       10 apv-v-stato            pic x.
005330       10 apv-v-quando           pic x(14).
005340       10 apv-v-utente           pic x(32).
005350       10 apv-v-stazione         pic x(32).
005360       10 apv-v-ditta            pic x(8).
005370       10 apv-v-modulo           pic x(32).
005380       10 apv-v-programma        pic x(32).
005390       10 apv-v-evento           pic x(8).
005400       10 apv-v-chiave           pic x(60).
005410       10 apv-v-lunghezza        pic 9(5).
005420       10 apv-v-mappa            pic x(400).
005430       10 apv-v-prima            pic x(2000).
005440       10 apv-v-dopo             pic x(2000).
005450       10 apv-v-approvatore      pic x(32).
005460       10 apv-v-deciso           pic x(14).
005470       10 apv-v-motivo           pic x(60).

005480 procedure division.

005490     call "agarapprova-scelto".

005500     if apv-esito not = "OK"
005510      exit program.

005520     move "C" to apv-azione.
005530     call "agarapprova-file".

005540     if apv-esito not = "OK"
005550      move "Confronto non disponibile" to agar-text
005560      move "set-error" to agar-function
005570      call "agarcob"
005580      exit program
005590     end-if.

005600     move apv-cfr-grid  to agar-widget agar-object.
005610     move apv-lista-cfr to agar-text.
005620     move spaces        to agar-value.
005630     move zero          to agar-int.
005640     move "loadtable" to agar-function.
005650     call "agarcob".

005660     exit program.

005670 end program ApprovaConfronta.

005680 identification division.
005690 program-id. ApprovaApplica.
005700*
005710* the selected request applied by the maintain program of the
005720* screen that asked for it, after a confirmation: taken in hand
005730* first, given back if the change does not go through, closed
005740* as approved when it did
005750*
005760 data division.

005770 working-storage section.

005780     copy "global".

005790 77 ap-modulo                    usage procedure-pointer.
005800 77 ap-trovato                   pic x.
005810 77 ap-stato-prima               pic x.
005820 77 ap-evento                    pic x(100).

005830 01 approva-banco                external.
005840    05 apv-grid                  usage pointer.
005850    05 apv-cfr-grid              usage pointer.
005860    05 apv-campo-motivo          usage pointer.
005870    05 apv-file                  pic x(200).
005880    05 apv-lista                 pic x(200).
005890    05 apv-lista-cfr             pic x(200).
005900    05 apv-azione                pic x.
005910    05 apv-numero                pic 9(6).
005920    05 apv-ditta                 pic x(8).
005930    05 apv-utente                pic x(32).
005940    05 apv-decisione             pic x.
005950    05 apv-motivo                pic x(60).
005960    05 apv-esito                 pic xx.
005970    05 apv-voce.
005980       10 apv-v-stato            pic x.
005990       10 apv-v-quando           pic x(14).
006000       10 apv-v-utente           pic x(32).
006010       10 apv-v-stazione         pic x(32).
006020       10 apv-v-ditta            pic x(8).
006030       10 apv-v-modulo           pic x(32).
006040       10 apv-v-programma        pic x(32).
006050       10 apv-v-evento           pic x(8).
006060       10 apv-v-chiave           pic x(60).
006070       10 apv-v-lunghezza        pic 9(5).
006080       10 apv-v-mappa            pic x(400).
006090       10 apv-v-prima            pic x(2000).
006100       10 apv-v-dopo             pic x(2000).
006110       10 apv-v-approvatore      pic x(32).
006120       10 apv-v-deciso           pic x(14).
006130       10 apv-v-motivo           pic x(60).

006140 procedure division.

006150     call "agarapprova-scelto".

006160     if apv-esito not = "OK"
006170      exit program.

006180     call "agarapprova-decisore".

006190     if apv-esito not = "OK"
006200      exit program.

006210     if apv-v-stato = "W"
006220      and apv-v-approvatore not = apv-utente
006230      move spaces to agar-text
006240      string "Richiesta in lavorazione da "
006250             function trim(apv-v-approvatore)
006260       delimited by size into agar-text
006270      move "set-error" to agar-function
006280      call "agarcob"
006290      exit program
006300     end-if.

006310     move apv-v-stato to ap-stato-prima.

006320     move spaces to agar-text.
006330     string "Applicare " function trim(apv-v-evento) " "
006340            function trim(apv-v-chiave) " ?"
006350      delimited by size into agar-text.
006360     move "ask-confirm" to agar-function.
006370     call "agarcob".

006380     if agar-int not = zero
006390      exit program.

006400     move apv-campo-motivo to agar-widget agar-object.
006410     move "get-text" to agar-function.
006420     call "agarcob".
006430     inspect agar-text replacing all x"00" by space.
006440     move agar-text(1:60) to apv-motivo.
006450     inspect apv-motivo replacing all ";" by ",".
006460*
006470* the request taken in hand before the master is touched: a
006480* second approver now finds it decided
006490*
006500     move "W" to apv-azione.
006510     call "agarapprova-file".

006520     if apv-esito not = "OK"
006530      call "agarapprova-esito"
006540      exit program.

006550     move spaces to agar-text.
006560     string "approval taken "
006570            function trim(apv-v-evento) " "
006580            function trim(apv-v-chiave)
006590      delimited by size into agar-text.
006600     move "audit-event" to agar-function.
006610     call "agarcob".
006620*
006630* the maintain programs live in the module of their screen:
006640* loading it is enough for the call to find them
006650*
006660     set ap-modulo to entry apv-v-modulo.

006670     move "S" to ap-trovato.
006680     move agar-rc-error to agar-return-code.
006690     set agar-struct to address of apv-voce.
006700     move "approve" to agar-function.
006710     call apv-v-programma
006720      on exception
006730       move space to ap-trovato
006740     end-call.

006750     if ap-trovato not = "S"
006760      perform restituisci thru ex-restituisci
006770      move spaces to agar-text
006780      string "Programma " function trim(apv-v-programma)
006790             " non disponibile"
006800       delimited by size into agar-text
006810      move "set-error" to agar-function
006820      call "agarcob"
006830      exit program
006840     end-if.

006850     if agar-return-code not = agar-rc-ok
006860      move spaces to agar-text
006870      string "approval failed "
006880             function trim(apv-v-evento) " "
006890             function trim(apv-v-chiave)
006900       delimited by size into agar-text
006910      move "audit-event" to agar-function
006920      call "agarcob"
006930      perform restituisci thru ex-restituisci
006940      call "agarapprova-coda"
006950      exit program
006960     end-if.

006970     move "A" to apv-decisione.
006980     move "D" to apv-azione.
006990     call "agarapprova-file".

007000     move spaces to agar-value.
007010     string "approval granted "
007020            function trim(apv-v-evento) " "
007030            function trim(apv-v-chiave)
007040      delimited by size into agar-value.
007050*
007060* the master is changed: the journal must say so even when the
007070* request could not be closed (agarapprova-esito journals the
007080* outcome only when it could)
007090*
007100     if apv-esito not = "OK"
007110      move spaces to ap-evento
007120      string function trim(agar-value)
007130             " request not closed"
007140       delimited by size into ap-evento
007150      move ap-evento to agar-text
007160      move "audit-event" to agar-function
007170      call "agarcob"
007180     end-if.

007190     call "agarapprova-esito".

007200     exit program.
007210*
007220* a change that did not go through gives the request back to
007230* the queue; one taken up again after a session died stays in
007240* hand, its master may already carry the change
007250*
007260 restituisci.

007270     if ap-stato-prima not = "P"
007280      go to ex-restituisci.

007290     move "P" to apv-azione.
007300     call "agarapprova-file".

007310     if apv-esito not = "OK"
007320      display "agarapprova: request " apv-numero
007330       " left in hand, cannot give it back" upon syserr.

007340 ex-restituisci.
007350     exit.

007360 end program ApprovaApplica.

007370 identification division.
007380 program-id. ApprovaRespingi.
007390*
007400* the selected request turned down, the reason required
007410*
007420 data division.

007430 working-storage section.

007440     copy "global".

007450 01 approva-banco                external.
007460    05 apv-grid                  usage pointer.
007470    05 apv-cfr-grid              usage pointer.
007480    05 apv-campo-motivo          usage pointer.
007490    05 apv-file                  pic x(200).
007500    05 apv-lista                 pic x(200).
007510    05 apv-lista-cfr             pic x(200).
007520    05 apv-azione                pic x.
007530    05 apv-numero                pic 9(6).
007540    05 apv-ditta                 pic x(8).
007550    05 apv-utente                pic x(32).
007560    05 apv-decisione             pic x.
007570    05 apv-motivo                pic x(60).
007580    05 apv-esito                 pic xx.
007590    05 apv-voce.
007600       10 apv-v-stato            pic x.
007610       10 apv-v-quando           pic x(14).
007620       10 apv-v-utente           pic x(32).
007630       10 apv-v-stazione         pic x(32).
007640       10 apv-v-ditta            pic x(8).
007650       10 apv-v-modulo           pic x(32).
007660       10 apv-v-programma        pic x(32).
007670       10 apv-v-evento           pic x(8).
007680       10 apv-v-chiave           pic x(60).
007690       10 apv-v-lunghezza        pic 9(5).
007700       10 apv-v-mappa            pic x(400).
007710       10 apv-v-prima            pic x(2000).
007720       10 apv-v-dopo             pic x(2000).
007730       10 apv-v-approvatore      pic x(32).
007740       10 apv-v-deciso           pic x(14).
007750       10 apv-v-motivo           pic x(60).

007760 procedure division.

007770     call "agarapprova-scelto".

007780     if apv-esito not = "OK"
007790      exit program.

007800     move apv-campo-motivo to agar-widget agar-object.
007810     move "get-text" to agar-function.
007820     call "agarcob".
007830     inspect agar-text replacing all x"00" by space.
007840     move agar-text(1:60) to apv-motivo.
007850     inspect apv-motivo replacing all ";" by ",".

007860     if apv-motivo = spaces
007870      move "Indicare il motivo" to agar-text
007880      move "set-info" to agar-function
007890      call "agarcob"
007900      exit program
007910     end-if.

007920     call "agarapprova-decisore".

007930     if apv-esito not = "OK"
007940      exit program.
007950*
007960* a request in hand may already be in the master
007970*
007980     if apv-v-stato = "W"
007990      move spaces to agar-text
008000      string "Richiesta in lavorazione da "
008010             function trim(apv-v-approvatore)
008020       delimited by size into agar-text
008030      move "set-error" to agar-function
008040      call "agarcob"
008050      exit program
008060     end-if.

008070     move "R" to apv-decisione.
008080     move "D" to apv-azione.
008090     call "agarapprova-file".

008100     move spaces to agar-value.
008110     string "approval rejected "
008120            function trim(apv-v-evento) " "
008130            function trim(apv-v-chiave)
008140      delimited by size into agar-value.
008150     call "agarapprova-esito".

008160     exit program.

008170 end program ApprovaRespingi.

008180 identification division.
008190 program-id. agarapprova-file.
008200*
008210* the approvals file itself, apv-azione telling what to do:
008220* L the list of the pending requests of apv-ditta for the grid,
008230* G request number apv-numero into apv-voce, C the field by
008240* field comparison of apv-voce for the second grid, W the
008250* request taken in hand by apv-utente before it is applied,
008260* P given back to the queue by the same approver, D the
008270* decision (apv-decisione A or R, apv-utente, apv-motivo)
008280* written on request apv-numero;
008290* apv-esito back OK, NF not found, DE decided already (or in
008300* the hands of another approver), KO when the file cannot be
008310* read or written
008320*
008330 environment division.
008340 input-output section.
008350 file-control.

008360     select optional ark-apv assign to apv-file
008370      organization is sequential
008380      file status  is af-stato.

008390     select ark-alista assign to af-lista-file
008400      organization is line sequential
008410      file status  is af-lista-stato.

008420 data division.

008430 file section.

008440 fd ark-apv.
008450 01 rec-apv.
008460    02 dati-apv                  pic x(4730).

008470 fd ark-alista.
008480 01 rec-alista.
008490    02 dati-alista               pic x(512).

008500 working-storage section.

008510     copy "global".

008520 77 af-stato                     pic xx.
008530 77 af-lista-file                pic x(200).
008540 77 af-lista-stato               pic xx.
008550 77 af-eof                       pic x.
008560 77 af-trovato                   pic x.
008570 77 af-conta                     pic 9(6).
008580 77 af-numero-edit               pic z(5)9.
008590 77 af-ora                       pic 9(8).
008600 77 af-oggi                      pic 9(8).
008610 77 af-quando-testo              pic x(16).
008620 77 af-punta                     usage binary-long.
008630 77 af-posizione                 usage binary-long.
008640 77 af-lung                      usage binary-long.
008650 77 af-dec                       usage binary-long.
008660 77 af-intera                    usage binary-long.
008670 77 af-fine                      pic x.
008680 77 af-voce-mappa                pic x(60).
008690 77 af-campo                     pic x(32).
008700 77 af-lung-testo                pic x(8).
008710 77 af-dec-testo                 pic x(8).
008720 77 af-uso                       pic x(8).
008730 77 af-prima                     pic x(100).
008740 77 af-dopo                      pic x(100).
008750 77 af-valore                    pic x(100).
008760 77 af-appoggio                  pic x(100).
008770 77 af-variato                   pic x.

008780 01 af-voce.
008790    05 af-v-stato                pic x.
008800    05 filler                    pic x(4623).
008810    05 af-v-approvatore          pic x(32).
008820    05 filler                    pic x(74).

008830 01 approva-banco                external.
008840    05 apv-grid                  usage pointer.
008850    05 apv-cfr-grid              usage pointer.
008860    05 apv-campo-motivo          usage pointer.
008870    05 apv-file                  pic x(200).
008880    05 apv-lista                 pic x(200).
008890    05 apv-lista-cfr             pic x(200).
008900    05 apv-azione                pic x.
008910    05 apv-numero                pic 9(6).
008920    05 apv-ditta                 pic x(8).
008930    05 apv-utente                pic x(32).
008940    05 apv-decisione             pic x.
008950    05 apv-motivo                pic x(60).
008960    05 apv-esito                 pic xx.
008970    05 apv-voce.
008980       10 apv-v-stato            pic x.
008990       10 apv-v-quando           pic x(14).
009000       10 apv-v-utente           pic x(32).
009010       10 apv-v-stazione         pic x(32).
009020       10 apv-v-ditta            pic x(8).
009030       10 apv-v-modulo           pic x(32).
009040       10 apv-v-programma        pic x(32).
009050       10 apv-v-evento           pic x(8).
009060       10 apv-v-chiave           pic x(60).
009070       10 apv-v-lunghezza        pic 9(5).
009080       10 apv-v-mappa            pic x(400).
009090       10 apv-v-prima            pic x(2000).
009100       10 apv-v-dopo             pic x(2000).
009110       10 apv-v-approvatore      pic x(32).
009120       10 apv-v-deciso           pic x(14).
009130       10 apv-v-motivo           pic x(60).

009140 procedure division.

009150 inizio.

009160     move "KO" to apv-esito.
009170     move space to af-trovato af-eof.
009180     move zeros to af-conta.

009190     if apv-azione = "C"
009200      perform confronto thru ex-confronto
009210      go to fine.

009220     if apv-azione = "D" or apv-azione = "W"
009230      or apv-azione = "P"
009240      open i-o ark-apv
009250     else
009260      open input ark-apv
009270     end-if.

009280     if af-stato not = "00" and af-stato not = "05"
009290      display "agarapprova: cannot read "
009300       function trim(apv-file) upon syserr
009310      go to fine.

009320     if apv-azione = "L"
009330      move apv-lista to af-lista-file
009340      open output ark-alista
009350      if af-lista-stato not = "00"
009360       display "agarapprova: cannot write the work file"
009370        upon syserr
009380       close ark-apv
009390       go to fine
009400      end-if
009410     end-if.

009420     perform una-voce thru ex-una-voce
009430      until af-eof = "S".

009440     close ark-apv.

009450     if apv-azione = "L"
009460      close ark-alista
009470      move "OK" to apv-esito
009480      go to fine.

009490     if af-trovato not = "S"
009500      move "NF" to apv-esito.

009510 fine.

009520     exit program.

009530*
009540* one request: the pending ones of the company to the list, the
009550* one of apv-numero fetched or decided
009560*
009570 una-voce.

009580     read ark-apv next at end
009590      move "S" to af-eof
009600      go to ex-una-voce.

009610     add 1 to af-conta.
009620     move dati-apv to af-voce.

009630     if apv-azione = "L"
009640      if af-v-stato = "P" or af-v-stato = "W"
009650       move dati-apv to apv-voce
009660       if apv-ditta = spaces or apv-v-ditta = apv-ditta
009670        perform riga-lista thru ex-riga-lista
009680       end-if
009690      end-if
009700      go to ex-una-voce
009710     end-if.

009720     if af-conta not = apv-numero
009730      go to ex-una-voce.

009740     move "S" to af-trovato.
009750     move "S" to af-eof.

009760*
009770* pending, or in the hands of this approver: anything else was
009780* decided or is being decided by someone else
009790*
009800     evaluate true
009810      when af-v-stato = "P" and apv-azione not = "P"
009820       continue
009830      when af-v-stato = "W" and apv-azione = "G"
009840       continue
009850      when af-v-stato = "W"
009860       and af-v-approvatore = apv-utente
009870       continue
009880      when other
009890       move "DE" to apv-esito
009900       go to ex-una-voce
009910     end-evaluate.

009920     move dati-apv to apv-voce.

009930     if apv-azione = "G"
009940      move "OK" to apv-esito
009950      go to ex-una-voce.

009960     accept af-oggi from date yyyymmdd.
009970     accept af-ora  from time.

009980     evaluate apv-azione
009990      when "W"
010000       move "W"           to apv-v-stato
010010       move apv-utente    to apv-v-approvatore
010020       move spaces        to apv-v-deciso apv-v-motivo
010030       string af-oggi af-ora(1:6)
010040        delimited by size into apv-v-deciso
010050       end-string
010060      when "P"
010070       move "P"           to apv-v-stato
010080       move spaces        to apv-v-approvatore apv-v-deciso
010090                             apv-v-motivo
010100      when other
010110       move apv-decisione to apv-v-stato
010120       move apv-utente    to apv-v-approvatore
010130       move spaces        to apv-v-deciso
010140       string af-oggi af-ora(1:6)
010150        delimited by size into apv-v-deciso
010160       end-string
010170       move apv-motivo    to apv-v-motivo
010180     end-evaluate.

010190     move apv-voce to dati-apv.
010200     rewrite rec-apv.

010210     if af-stato = "00"
010220      move "OK" to apv-esito
010230     else
010240      display "agarapprova: cannot rewrite request "
010250       apv-numero upon syserr
010260     end-if.

010270 ex-una-voce.
010280     exit.

010290*
010300* the row of the grid, the date the way an operator reads it
010310*
010320 riga-lista.

010330     move spaces to af-quando-testo.
010340     if apv-v-quando(1:8) numeric
010350      string apv-v-quando(7:2) "/" apv-v-quando(5:2) "/"
010360             apv-v-quando(1:4) " "
010370             apv-v-quando(9:2) ":" apv-v-quando(11:2)
010380             delimited by size into af-quando-testo.

010390     move af-conta to af-numero-edit.

010400     move spaces to dati-alista.
010410     string function trim(af-numero-edit)    ";"
010420            af-quando-testo                  ";"
010430            function trim(apv-v-utente)      ";"
010440            function trim(apv-v-stazione)    ";"
010450            function trim(apv-v-programma)   ";"
010460            function trim(apv-v-evento)      ";"
010470            function trim(apv-v-chiave)
010480            delimited by size into dati-alista.
010490*
010500* a request in the hands of an approver says so, and whose
010510*
010520     if apv-v-stato = "W"
010530      move spaces to dati-alista
010540      string function trim(af-numero-edit)    ";"
010550             af-quando-testo                  ";"
010560             function trim(apv-v-utente)      ";"
010570             function trim(apv-v-stazione)    ";"
010580             function trim(apv-v-programma)   ";"
010590             function trim(apv-v-evento)
010600             " (in corso, "
010610             function trim(apv-v-approvatore) ");"
010620             function trim(apv-v-chiave)
010630             delimited by size into dati-alista
010640      end-string
010650     end-if.

010660     write rec-alista.

010670 ex-riga-lista.
010680     exit.

010690*
010700* apv-voce field by field along the map of the record: name,
010710* old value, new value and a star where they differ; the
010720* binary and packed fields only say whether they changed
010730*
010740 confronto.

010750     move apv-lista-cfr to af-lista-file.
010760     open output ark-alista.

010770     if af-lista-stato not = "00"
010780      display "agarapprova: cannot write the work file"
010790       upon syserr
010800      go to ex-confronto.

010810     move 1 to af-punta af-posizione.
010820     move space to af-fine.

010830     perform campo-confronto thru ex-campo-confronto
010840      until af-fine = "S" or af-punta > 400.

010850     close ark-alista.

010860     move "OK" to apv-esito.

010870 ex-confronto.
010880     exit.

010890 campo-confronto.

010900     move spaces to af-voce-mappa.
010910     unstring apv-v-mappa delimited by ";"
010920      into af-voce-mappa
010930      with pointer af-punta
010940     end-unstring.

010950     if af-voce-mappa = spaces
010960      move "S" to af-fine
010970      go to ex-campo-confronto.

010980     move spaces to af-campo af-lung-testo af-dec-testo af-uso.
010990     unstring af-voce-mappa delimited by ","
011000      into af-campo af-lung-testo af-dec-testo af-uso
011010     end-unstring.

011020     move zeros to af-lung af-dec.
011030     if af-lung-testo not = spaces
011040      move function numval(af-lung-testo) to af-lung.
011050     if af-dec-testo not = spaces
011060      move function numval(af-dec-testo) to af-dec.

011070     if af-lung = zeros
011080      or af-posizione + af-lung - 1 > apv-v-lunghezza
011090      move "S" to af-fine
011100      go to ex-campo-confronto.

011110     move space to af-variato.
011120     if apv-v-evento = "add" or apv-v-evento = "delete"
011130      or apv-v-prima(af-posizione:af-lung)
011140         not = apv-v-dopo(af-posizione:af-lung)
011150      move "*" to af-variato.

011160     move spaces to af-prima af-dopo.

011170     if af-uso not = spaces
011180      if apv-v-evento not = "add"
011190       move "(binario)" to af-prima
011200      end-if
011210      if apv-v-evento not = "delete"
011220       move "(binario)" to af-dopo
011230      end-if
011240     else
011250      if apv-v-evento not = "add"
011260       move apv-v-prima(af-posizione:af-lung) to af-valore
011270       perform valore-decimali thru ex-valore-decimali
011280       move af-valore to af-prima
011290      end-if
011300      if apv-v-evento not = "delete"
011310       move apv-v-dopo(af-posizione:af-lung) to af-valore
011320       perform valore-decimali thru ex-valore-decimali
011330       move af-valore to af-dopo
011340      end-if
011350     end-if.

011360     inspect af-prima replacing all ";" by ",".
011370     inspect af-dopo  replacing all ";" by ",".

011380     move spaces to dati-alista.
011390     string function trim(af-campo) ";"
011400            function trim(af-prima) ";"
011410            function trim(af-dopo)  ";"
011420            af-variato
011430            delimited by size into dati-alista.

011440     write rec-alista.

011450     add af-lung to af-posizione.

011460 ex-campo-confronto.
011470     exit.

011480*
011490* an unsigned display number with decimals gets its comma
011500*
011510 valore-decimali.

011520     if af-dec = zeros or af-dec not < af-lung
011530      or af-lung > 30
011540      or af-valore(1:af-lung) not numeric
011550      go to ex-valore-decimali.

011560     compute af-intera = af-lung - af-dec.
011570     move af-valore to af-appoggio.
011580     move spaces to af-valore.
011590     string af-appoggio(1:af-intera) ","
011600            af-appoggio(af-intera + 1:af-dec)
011610            delimited by size into af-valore.

011620 ex-valore-decimali.
011630     exit.

011640 end program agarapprova-file.
