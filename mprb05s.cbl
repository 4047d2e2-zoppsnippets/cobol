001600*  imbalance ends with return code 8 and a difference
001700*  report, so finance posts from a balanced file instead of
001710*  reconciling payments by hand from console displays.
001712*  Refunds (the REFUND handler's type 'R' reversing
001714*  postings) balance the same three ways on their own and
001716*  are then netted against the payments, so the figure
001718*  finance settles is payments less refunds.
001720*  Every figure above is house currency. The same legs are
001722*  then balanced again per payment currency - PAYPOST's
001724*  PP-CURRENCY, the currency code on the capture root and
001726*  the PAYMENT handler's per-currency BUSTOT rows - and a
001728*  currency that does not balance fails the run like any
001730*  other difference.
001732*
001734*  The last SETTOUT line is the verdict - SETTLEMENT, the
001736*  business date, then BALANCED or OUT OF BALANCE - which
001738*  the mprb05gj general-ledger journal checks before it
001740*  books anything.
001742*
001744*  PARM keyword:  SDATE=yyyymmdd  business day settled
001746*                 (default today) - same convention as
001748*                 mprb05n's RDATE= and mprb05o's BDATE=.
001750*
001752*  The step's start, end and return code are appended to
001754*  RUNHIST through mprb05sh, as a job step history record.
001756*
001600*  Program     mprb05s
001700*  PSB:        none - batch sequential, no IMS calls
001800*  Databases:  none
006000     88 settle-fatal              value 'y'.
006010
006020 77  target-date           pic 9(8) value 0.
006021 77  settle-verdict        pic x(14) value spaces.
006030
006040 01  ws-parm-tokens.
006050     02  ws-parm-token    pic x(20) occurs 6 times.
007200 77  amount-difference     pic s9(11)v99 value 0.
007210 77  hnd-count-difference  pic s9(9) value 0.
007220 77  hnd-amount-difference pic s9(11)v99 value 0.
007221
007222************************************************************
007223*            REFUND TOTALS
007224*    Same three legs as the payments above, for the REFUND
007225*    trancode; the net is what the day actually settles.
007226************************************************************
007227
007228 77  refund-posting-count  pic 9(9) value 0.
007229 77  refund-posting-total  pic 9(11)v99 value 0.
007230 77  refund-capture-count  pic 9(9) value 0.
007231 77  refund-capture-total  pic 9(11)v99 value 0.
007232 77  refund-handler-count  pic 9(9) value 0.
007233 77  refund-handler-total  pic 9(13)v99 value 0.
007234 77  rfd-count-difference  pic s9(9) value 0.
007235 77  rfd-amount-difference pic s9(11)v99 value 0.
007236 77  rfh-count-difference  pic s9(9) value 0.
007237 77  rfh-amount-difference pic s9(11)v99 value 0.
007238 77  net-settled-count     pic s9(9) value 0.
007239 77  net-settled-total     pic s9(11)v99 value 0.
007240
007241************************************************************
007242*            PER-CURRENCY TOTALS
007243*    Keyed amount and house-currency value per payment
007244*    currency, one slot per currency the day saw on any leg.
007245*    Postings, capture roots and BUSTOT rows from before the
007246*    currency fields existed carry spaces there and are house
007247*    currency.
007248************************************************************
007249
007250 77  house-currency        pic x(3) value 'EUR'.
007251 77  work-currency         pic x(3) value spaces.
007252 77  currency-unbalanced-sw pic x value 'n'.
007253     88 currency-unbalanced      value 'y'.
007254 77  sc-entry-count        pic 9(4) binary value 0.
007255 77  sc-max-entries        pic 9(4) binary value 20.
007256 77  sc-found-sw           pic x value 'n'.
007257     88 sc-found                  value 'y'.
007258 01  sc-table.
007259     02  sc-entry occurs 1 to 20 times
007260           depending on sc-entry-count
007261           indexed by sc-ix.
007262         03  sc-code          pic x(3).
007263         03  sc-post-count    pic 9(9).
007264         03  sc-post-keyed    pic 9(11)v99.
007265         03  sc-post-house    pic 9(11)v99.
007266         03  sc-capt-count    pic 9(9).
007267         03  sc-capt-house    pic 9(11)v99.
007268         03  sc-hnd-count     pic 9(9).
007269         03  sc-hnd-keyed     pic 9(11)v99.
007270         03  sc-hnd-house     pic 9(13)v99.
007271         03  sc-rfd-count     pic 9(9).
007272         03  sc-rfd-house     pic 9(11)v99.
007300
007400 01  payment-amount-in.
007500     02  payment-amount-x pic x(9).
007800
007900 77  display-count         pic zzz,zzz,zz9.
008000 77  display-amount        pic z,zzz,zzz,zz9.99.
008010 77  display-house-amount  pic z,zzz,zzz,zz9.99.
008100 77  display-diff-count    pic -(8)9.
008200 77  display-diff-amount   pic -(10)9.99.
008300
008301************************************************************
008302*            STEP HISTORY (mprb05sh)
008303************************************************************
008304
008305     COPY STEPHIST.
008306
008310*****************************************************
008320 LINKAGE SECTION.
008330
008400 PROCEDURE DIVISION USING PARM-AREA.
008500*****************************************************
008600 MAIN-RTN.
008620
008640     move 'mprb05s' to SH-PROGRAM.
008660     set SH-STEP-START to true.
008680     call 'mprb05sh' using STEP-HISTORY-AREA.
008700
008800     perform initialise-settlement
008900        thru end-initialise-settlement.
010000     perform finalise-settlement
010100        thru end-finalise-settlement.
010200
010216     move RETURN-CODE to SH-RETURN-CODE.
010232     move posting-count to SH-TOTAL-COUNT.
010248     set SH-STEP-END to true.
010264     call 'mprb05sh' using STEP-HISTORY-AREA.
010280     move SH-RETURN-CODE to RETURN-CODE.
010300     goback.
010400
010500************************************************************
015410*          PAYPOST holds every day ever - only the settled
015420*          day's postings belong in the balance.
015430           if PP-DATE = target-date
015440              move PP-CURRENCY to work-currency
015441              perform find-currency-slot
015442                 thru end-find-currency-slot
015443              if PP-IS-REVERSAL
015450                 add 1 to refund-posting-count
015460                 add PP-AMOUNT to refund-posting-total
015461                 if sc-found
015462                    add 1 to sc-rfd-count (sc-ix)
015463                    add PP-AMOUNT to sc-rfd-house (sc-ix)
015464                 end-if
015470              else
015500                 add 1 to posting-count
015600                 add PP-AMOUNT to posting-total
015601                 if sc-found
015602                    add 1 to sc-post-count (sc-ix)
015603                    add PP-AMOUNT to sc-post-house (sc-ix)
015604                    if PP-ORIG-AMOUNT numeric
015605                       and PP-CURRENCY not = spaces
015606                       add PP-ORIG-AMOUNT
015607                          to sc-post-keyed (sc-ix)
015608                    else
015609                       add PP-AMOUNT to sc-post-keyed (sc-ix)
015610                    end-if
015611                 end-if
015612              end-if
015650           end-if
015700     end-read.
015800 end-read-one-posting.
018330*          belong in this balance.
018400           if CD-IS-ROOT and CD-TRANCODE = 'PAYMENT '
018410              and CD-DATE = target-date
018420*             The house-currency amount the handler filled
018430*             into body 25-33 (line 33-41) is what it posted;
018440*             a root from before conversion has only the
018450*             keyed amount, which was house currency then.
018500              if CD-DATA (33:9) numeric
018510                 move CD-DATA (33:9) to payment-amount-x
018520              else
018530                 move CD-DATA (9:9) to payment-amount-x
018540              end-if
018550              if payment-amount-x numeric
018600                 add 1 to capture-count
018800                 add payment-amount to capture-total
018810                 move CD-DATA (30:3) to work-currency
018820                 perform find-currency-slot
018830                    thru end-find-currency-slot
018840                 if sc-found
018850                    add 1 to sc-capt-count (sc-ix)
018860                    add payment-amount to sc-capt-house (sc-ix)
018870                 end-if
018900              else
019000                 add 1 to capture-bad-count
019100              end-if
019200           end-if
019210*          A REFUND root carries the amount its handler took
019220*          back, filled into body 16-24 (line 24-32).
019230           if CD-IS-ROOT and CD-TRANCODE = 'REFUND  '
019240              and CD-DATE = target-date
019250              if CD-DATA (24:9) numeric
019260                 add 1 to refund-capture-count
019270                 move CD-DATA (24:9) to payment-amount-x
019280                 add payment-amount to refund-capture-total
019290              else
019291                 add 1 to capture-bad-count
019292              end-if
019293           end-if
019300     end-read.
019400 end-read-one-capture.
019500     exit.
019820        not at end
019830           if BT-TRANCODE = 'PAYMENT '
019840              and BT-DATE = target-date
019841              and BT-CURRENCY = spaces
019850              add BT-COUNT to handler-count
019860              add BT-AMOUNT to handler-total
019870           end-if
019871*          The PAYMENT handler's per-currency breakdown rows
019872*          follow its house-currency row; they re-state it,
019873*          so they feed the currency legs only.
019874           if BT-TRANCODE = 'PAYMENT '
019875              and BT-DATE = target-date
019876              and BT-CURRENCY not = spaces
019877              move BT-CURRENCY to work-currency
019878              perform find-currency-slot
019879                 thru end-find-currency-slot
019880              if sc-found
019881                 add BT-COUNT to sc-hnd-count (sc-ix)
019882                 add BT-ORIG-AMOUNT to sc-hnd-keyed (sc-ix)
019883                 add BT-AMOUNT to sc-hnd-house (sc-ix)
019884              end-if
019885           end-if
019886           if BT-TRANCODE = 'REFUND  '
019887              and BT-DATE = target-date
019888              and BT-CURRENCY = spaces
019889              add BT-COUNT to refund-handler-count
019890              add BT-AMOUNT to refund-handler-total
019891           end-if
019892     end-read.
019893 end-read-one-handler-row.
019900     exit.
019902
019904************************************************************
019906*            FIND-CURRENCY-SLOT
019908*    Slot for work-currency, added on first sight. A full
019910*    table is reported and fails the balance - a currency
019912*    nobody balanced must not pass for a balanced one.
019914************************************************************
019916
019918 find-currency-slot.
019920     if work-currency = spaces
019922        move house-currency to work-currency
019924     end-if.
019926     move 'n' to sc-found-sw.
019928     perform varying sc-ix from 1 by 1
019930        until sc-ix > sc-entry-count or sc-found
019932        if sc-code (sc-ix) = work-currency
019934           set sc-found to true
019936        end-if
019938     end-perform.
019940     if sc-found
019942        set sc-ix down by 1
019944     else
019946        if sc-entry-count < sc-max-entries
019948           add 1 to sc-entry-count
019950           set sc-ix to sc-entry-count
019952           move work-currency to sc-code (sc-ix)
019954           move 0 to sc-post-count (sc-ix)
019956           move 0 to sc-post-keyed (sc-ix)
019958           move 0 to sc-post-house (sc-ix)
019960           move 0 to sc-capt-count (sc-ix)
019962           move 0 to sc-capt-house (sc-ix)
019964           move 0 to sc-hnd-count (sc-ix)
019966           move 0 to sc-hnd-keyed (sc-ix)
019968           move 0 to sc-hnd-house (sc-ix)
019970           move 0 to sc-rfd-count (sc-ix)
019972           move 0 to sc-rfd-house (sc-ix)
019974           set sc-found to true
019976        else
019978           display "mprb05s: currency table full, "
019980              work-currency " not balanced" upon console
019982           set currency-unbalanced to true
019984        end-if
019986     end-if.
019988 end-find-currency-slot.
019990     exit.
019992
019994************************************************************
019996*            JUDGE-BALANCE
019998************************************************************
020000
020100 judge-balance.
020200     compute count-difference =
020520        posting-count - handler-count.
020530     compute hnd-amount-difference =
020540        posting-total - handler-total.
020541     compute rfd-count-difference =
020542        refund-posting-count - refund-capture-count.
020543     compute rfd-amount-difference =
020544        refund-posting-total - refund-capture-total.
020545     compute rfh-count-difference =
020546        refund-posting-count - refund-handler-count.
020547     compute rfh-amount-difference =
020548        refund-posting-total - refund-handler-total.
020549     compute net-settled-count =
020550        posting-count - refund-posting-count.
020551     compute net-settled-total =
020552        posting-total - refund-posting-total.
020553     perform varying sc-ix from 1 by 1
020554        until sc-ix > sc-entry-count
020555        if sc-post-count (sc-ix) not = sc-capt-count (sc-ix)
020556           or sc-post-house (sc-ix) not = sc-capt-house (sc-ix)
020557           or sc-post-count (sc-ix) not = sc-hnd-count (sc-ix)
020558           or sc-post-house (sc-ix) not = sc-hnd-house (sc-ix)
020559           or sc-post-keyed (sc-ix) not = sc-hnd-keyed (sc-ix)
020560           set currency-unbalanced to true
020561        end-if
020562     end-perform.
020600     perform write-settlement-report
020700        thru end-write-settlement-report.
020800     if count-difference = 0 and amount-difference = 0
020810        and hnd-count-difference = 0
020820        and hnd-amount-difference = 0
020830        and rfd-count-difference = 0
020840        and rfd-amount-difference = 0
020850        and rfh-count-difference = 0
020860        and rfh-amount-difference = 0
020900        and capture-bad-count = 0
020910        and not currency-unbalanced
021000        display "mprb05s: settlement balanced" upon console
021010        move 'BALANCED' to settle-verdict
021100     else
021200        display "mprb05s: *** SETTLEMENT OUT OF BALANCE ***"
021300           upon console
021400        move 8 to RETURN-CODE
021410        move 'OUT OF BALANCE' to settle-verdict
021500     end-if.
021510     if ws-settlement-status = '00'
021520        move spaces to SETTLEMENT-LINE
021530        string 'SETTLEMENT ' delimited by size
021540           target-date delimited by size
021550           ' ' delimited by size
021560           settle-verdict delimited by size
021570           into SETTLEMENT-LINE
021580        write SETTLEMENT-LINE
021590     end-if.
021600 end-judge-balance.
021700     exit.
021800
025170           display-diff-amount delimited by size
025180           into SETTLEMENT-LINE
025190        write SETTLEMENT-LINE
025191        perform write-refund-lines
025192           thru end-write-refund-lines
025193        perform write-currency-lines
025194           thru end-write-currency-lines
025195           varying sc-ix from 1 by 1
025196           until sc-ix > sc-entry-count
025200        if capture-bad-count > 0
025300           move capture-bad-count to display-count
025400           move spaces to SETTLEMENT-LINE
026100     end-if.
026200 end-write-settlement-report.
026300     exit.
026301
026302 write-refund-lines.
026303     move refund-posting-count to display-count.
026304     move refund-posting-total to display-amount.
026305     move spaces to SETTLEMENT-LINE.
026306     string 'REFUNDS   ' delimited by size
026307        display-count delimited by size
026308        '  AMOUNT ' delimited by size
026309        display-amount delimited by size
026310        into SETTLEMENT-LINE.
026311     write SETTLEMENT-LINE.
026312     move refund-capture-count to display-count.
026313     move refund-capture-total to display-amount.
026314     move spaces to SETTLEMENT-LINE.
026315     string 'RF CAPT   ' delimited by size
026316        display-count delimited by size
026317        '  AMOUNT ' delimited by size
026318        display-amount delimited by size
026319        into SETTLEMENT-LINE.
026320     write SETTLEMENT-LINE.
026321     move refund-handler-count to display-count.
026322     move refund-handler-total to display-amount.
026323     move spaces to SETTLEMENT-LINE.
026324     string 'RF HANDLR ' delimited by size
026325        display-count delimited by size
026326        '  AMOUNT ' delimited by size
026327        display-amount delimited by size
026328        into SETTLEMENT-LINE.
026329     write SETTLEMENT-LINE.
026330     move rfd-count-difference to display-diff-count.
026331     move rfd-amount-difference to display-diff-amount.
026332     move spaces to SETTLEMENT-LINE.
026333     string 'RF DIFFER COUNT  ' delimited by size
026334        display-diff-count delimited by size
026335        '  AMOUNT ' delimited by size
026336        display-diff-amount delimited by size
026337        into SETTLEMENT-LINE.
026338     write SETTLEMENT-LINE.
026339     move rfh-count-difference to display-diff-count.
026340     move rfh-amount-difference to display-diff-amount.
026341     move spaces to SETTLEMENT-LINE.
026342     string 'RF VS HNDLR COUNT' delimited by size
026343        display-diff-count delimited by size
026344        '  AMOUNT ' delimited by size
026345        display-diff-amount delimited by size
026346        into SETTLEMENT-LINE.
026347     write SETTLEMENT-LINE.
026348     move net-settled-count to display-diff-count.
026349     move net-settled-total to display-diff-amount.
026350     move spaces to SETTLEMENT-LINE.
026351     string 'NET SETTLED COUNT' delimited by size
026352        display-diff-count delimited by size
026353        '  AMOUNT ' delimited by size
026354        display-diff-amount delimited by size
026355        into SETTLEMENT-LINE.
026356     write SETTLEMENT-LINE.
026357 end-write-refund-lines.
026358     exit.
026359
026360************************************************************
026361*            WRITE-CURRENCY-LINES
026362*    Four lines per currency - postings with the amount as
026363*    keyed and in house currency, capture, the handler's own
026364*    row and refunds - and a flag line when it is out.
026365************************************************************
026366
026367 write-currency-lines.
026368     move sc-post-count (sc-ix) to display-count.
026369     move sc-post-keyed (sc-ix) to display-amount.
026370     move sc-post-house (sc-ix) to display-house-amount.
026371     move spaces to SETTLEMENT-LINE.
026372     string 'CCY ' delimited by size
026373        sc-code (sc-ix) delimited by size
026374        ' POSTED ' delimited by size
026375        display-count delimited by size
026376        ' KEYED ' delimited by size
026377        display-amount delimited by size
026378        ' HOUSE ' delimited by size
026379        display-house-amount delimited by size
026380        into SETTLEMENT-LINE.
026381     write SETTLEMENT-LINE.
026382     move sc-capt-count (sc-ix) to display-count.
026383     move sc-capt-house (sc-ix) to display-house-amount.
026384     move spaces to SETTLEMENT-LINE.
026385     string 'CCY ' delimited by size
026386        sc-code (sc-ix) delimited by size
026387        ' CAPTD  ' delimited by size
026388        display-count delimited by size
026389        '                        ' delimited by size
026390        ' HOUSE ' delimited by size
026391        display-house-amount delimited by size
026392        into SETTLEMENT-LINE.
026393     write SETTLEMENT-LINE.
026394     move sc-hnd-count (sc-ix) to display-count.
026395     move sc-hnd-keyed (sc-ix) to display-amount.
026396     move sc-hnd-house (sc-ix) to display-house-amount.
026397     move spaces to SETTLEMENT-LINE.
026398     string 'CCY ' delimited by size
026399        sc-code (sc-ix) delimited by size
026400        ' HANDLR ' delimited by size
026401        display-count delimited by size
026402        ' KEYED ' delimited by size
026403        display-amount delimited by size
026404        ' HOUSE ' delimited by size
026405        display-house-amount delimited by size
026406        into SETTLEMENT-LINE.
026407     write SETTLEMENT-LINE.
026408     move sc-rfd-count (sc-ix) to display-count.
026409     move sc-rfd-house (sc-ix) to display-house-amount.
026410     move spaces to SETTLEMENT-LINE.
026411     string 'CCY ' delimited by size
026412        sc-code (sc-ix) delimited by size
026413        ' REFUND ' delimited by size
026414        display-count delimited by size
026415        '                        ' delimited by size
026416        ' HOUSE ' delimited by size
026417        display-house-amount delimited by size
026418        into SETTLEMENT-LINE.
026419     write SETTLEMENT-LINE.
026420     if sc-post-count (sc-ix) not = sc-capt-count (sc-ix)
026421        or sc-post-house (sc-ix) not = sc-capt-house (sc-ix)
026422        or sc-post-count (sc-ix) not = sc-hnd-count (sc-ix)
026423        or sc-post-house (sc-ix) not = sc-hnd-house (sc-ix)
026424        or sc-post-keyed (sc-ix) not = sc-hnd-keyed (sc-ix)
026425        move spaces to SETTLEMENT-LINE
026426        string 'CCY ' delimited by size
026427           sc-code (sc-ix) delimited by size
026428           ' *** OUT OF BALANCE ***' delimited by size
026429           into SETTLEMENT-LINE
026430        write SETTLEMENT-LINE
026431     end-if.
026432 end-write-currency-lines.
026433     exit.
026434
026500************************************************************
026600*            FINALISE-SETTLEMENT
026700************************************************************
027810     move handler-count to display-count.
027820     display "mprb05s: " display-count
027830        " per handler figures" upon console.
027840     move refund-posting-count to display-count.
027850     display "mprb05s: " display-count
027860        " refund reversals totalled" upon console.
027900 end-finalise-settlement.
028000     exit.
