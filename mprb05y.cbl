001300*  until a customer complains about misrouted mail. Counts
001400*  impacted customers per department. An affected address
001500*  the accessor will no longer resolve (a withdrawn city)
001600*  goes to PROPREJ with the accessor's own code. ADDRIN is
001610*  the mprb05cu unload of the customer address master.
001620*  A corrected address is stamped afresh with its department
001630*  code and the sales territory in force for it today
001640*  (mprb05tl) - a city that changed department may well have
001650*  changed territory with it. An unmapped department is
001660*  named on the console once and counted.
001700*
001800*  Program     mprb05y
001900*  PSB:        none - plain batch, no IMS calls
002000*  Databases:  via OAEFT410 (DB2 VILLE_POSTAL)
002100*  Access:     CHGIN (in), ADDRIN (in), ADDROUT (out),
002200*              PROPREJ (out), TERRREF (in, via mprb05tl)
002300*
002400************************************************************
002500 ENVIRONMENT DIVISION.
006100     02  AD-VILLE         PIC X(20).
006200     02  AD-C-POST        PIC 9(5).
006300     02  AD-LIB-DEPT      PIC X(40).
006333     02  AD-C-DEPT        PIC X(2).
006366     02  AD-TERRITORY     PIC X(3).
006399*    Street part of the CM-ADDRESS image - carried through
006432*    untouched: a postal change moves the city, not the street.
006465     02  AD-STREET-ADDRESS PIC X(40).
006500
006600 FD  ADDRESS-OUT-FILE
006700     RECORDING MODE IS F.
006800 01  ADDRESS-OUT-RECORD   PIC X(120).
006900
007000 FD  PROP-REJ-FILE
007100     RECORDING MODE IS F.
007200 01  PROP-REJ-RECORD.
007300     02  PR-ADDRESS       PIC X(120).
007400     02  PR-CR            PIC 9(2).
007500     02  PR-LIB-CR        PIC X(20).
007600     02  FILLER           PIC X(8).
009100 77  impacted-count        pic 9(7) value 0.
009200 77  prop-reject-count     pic 9(7) value 0.
009300 77  display-count         pic zzz,zzz,zz9.
009310 77  territory-count       pic 9(7) value 0.
009320 77  no-territory-count    pic 9(7) value 0.
009330 77  no-terrref-count      pic 9(7) value 0.
009400
009500************************************************************
009600*            CHANGED-CITY TABLE
013500
013600 01  VILLE-LOOKUP-AREA.
013700     COPY VILPSDEP.
013710
013720     COPY TERRCOMM.
013800
013900 PROCEDURE DIVISION.
014000*****************************************************
028000        add 1 to impacted-count
028100        move 410-C-POST to AD-C-POST
028200        move 410-LIB-DEPT to AD-LIB-DEPT
028210        move 410-C-DEPT to AD-C-DEPT
028220        perform assign-territory
028230           thru end-assign-territory
028300        write ADDRESS-OUT-RECORD from ADDRESS-RECORD
028400        move cc-dept (cc-ix) to dp-hold-dept
028500        perform count-department-impact
029500 end-correct-one-address.
029600     exit.
029700
029704*    Same stamping as mprb05a: the territory in force today,
029708*    blank - and named once on the console - when the
029712*    department has none mapped.
029716 assign-territory.
029720     move AD-C-DEPT to TL-C-DEPT.
029724     move 0 to TL-AS-OF-DATE.
029728     call 'mprb05tl' using TERRITORY-LOOKUP-AREA.
029732     move TL-TERRITORY to AD-TERRITORY.
029736     evaluate true
029740        when TL-FOUND
029744           add 1 to territory-count
029748        when TL-NOT-MAPPED
029752           add 1 to no-territory-count
029756           if TL-FIRST-MISS
029760              display "mprb05y: no territory mapped for "
029764                 "department " AD-C-DEPT " " AD-LIB-DEPT
029768                 upon console
029772           end-if
029776        when other
029780           add 1 to no-terrref-count
029784     end-evaluate.
029788 end-assign-territory.
029792     exit.
029796
029800 count-department-impact.
029900     move 'n' to dp-found-sw.
030000     if dp-entry-count > 0
033800     move prop-reject-count to display-count.
033900     display "mprb05y: " display-count " rejected"
034000        upon console.
034010     move territory-count to display-count.
034020     display "mprb05y: " display-count
034030        " territories assigned" upon console.
034040     if no-territory-count > 0
034050        move no-territory-count to display-count
034060        display "mprb05y: *** " display-count
034070           " IN A DEPARTMENT WITH NO TERRITORY MAPPED ***"
034080           upon console
034090     end-if.
034091     if no-terrref-count > 0
034092        move no-terrref-count to display-count
034093        display "mprb05y: *** " display-count
034094           " LEFT WITHOUT A TERRITORY - TERRREF NOT USABLE ***"
034095           upon console
034096     end-if.
034100     if dp-entry-count > 0
034200        display "mprb05y: impacted customers by department:"
034300           upon console
