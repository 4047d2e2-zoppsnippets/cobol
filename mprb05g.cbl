025400        when mix-slot < mix-weight-1
025500           move mix-trancode-1 to gm-trancode
025600           move '000010000' to gm-body (1:9)
025605           move 'TESTACCT0001' to gm-body (10:12)
025700        when mix-slot < mix-weight-1 + mix-weight-2
025800           move mix-trancode-2 to gm-trancode
025900           move '00005' to gm-body (1:5)
025905           move 'TESTPROD0001' to gm-body (6:12)
026000        when other
026050*          A mix gap (weights under 100 with no third code)
026060*          falls back to the first code rather than sending
026100           if mix-trancode-3 = spaces
026150              move mix-trancode-1 to gm-trancode
026160              move '000010000' to gm-body (1:9)
026165              move 'TESTACCT0001' to gm-body (10:12)
026170           else
026200              move mix-trancode-3 to gm-trancode
026250              move 'TESTVILLE' to gm-body (1:9)
026255              move 'TESTCUST01' to gm-body (56:10)
026260           end-if
026300     end-evaluate.
026400     move length of gen-message to gm-ll.
