       identification division.
       program-id. Ch10TerrPL.
      *******************************************
      * Territory profitability.  Program10     *
      * says what each territory pays in        *
      * salary; this says what each territory   *
      * and office earns against what it costs. *
      * Revenue is the run's sales off          *
      * Ch1_sales.dat (a split sale credits     *
      * each name its share) and the sales on   *
      * Ch2_trans.dat at the price master's     *
      * price, as Program2 sells them, placed   *
      * through the                             *
      * salesperson's Ch1_EmpXref.dat entry and *
      * the employee's Location-Code on the     *
      * master.  Each run's revenue is kept on  *
      * Ch10_TerrRev.dat by run date, so the    *
      * month and the year build up run by run; *
      * a rerun of the same date replaces its   *
      * rows.  Commission is the MTD and YTD    *
      * off the commission accumulators.        *
      * Payroll cost is fully loaded off the    *
      * pay history - gross less the commission *
      * paid inside it (already costed above),  *
      * the employer's FICA match, and the      *
      * FUTA/SUTA accrued on Ch12_UITax.dat.    *
      * Anyone who cannot be placed - outside   *
      * salespeople, names with no cross-       *
      * reference, employees not on the master  *
      * - lands on an UNASSIGNED line so the    *
      * company total still ties out.           *
      *******************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
           select payroll-in
               assign to 'C:\Data\Data-In\Ch10_payroll.dat'
               organization is line sequential
               file status is ws-mast-file-stat.
           select xref-file
               assign to 'C:\Data\Data-In\Ch1_EmpXref.dat'
               organization is line sequential
               file status is ws-xref-file-stat.
           select sales-file
               assign to 'C:\Data\Data-In\Ch1_sales.dat'
               organization is line sequential
               file status is ws-sales-file-stat.
           select trans-file
               assign to 'C:\Data\Data-In\Ch2_trans.dat'
               organization is line sequential
               file status is ws-trans-file-stat.
           select price-file
               assign to 'C:\Data\Data-In\Ch2_Price.dat'
               organization is line sequential
               file status is ws-prc-file-stat.
           select comm-accum-file
               assign to 'C:\Data\Data-Out\Ch1_CommAcm.dat'
               organization is line sequential
               file status is ws-accum-file-stat.
           select pay-history-file
               assign to 'C:\Data\Data-Out\Ch12_PayHist.dat'
               organization is line sequential
               file status is ws-hist-file-stat.
           select ui-tax-file
               assign to 'C:\Data\Data-Work\Ch12_UITax.dat'
               organization is line sequential
               file status is ws-uit-file-stat.
           select rev-hist-file
               assign to 'C:\Data\Data-Work\Ch10_TerrRev.dat'
               organization is line sequential
               file status is ws-rev-file-stat.
           select rev-work-file
               assign to 'C:\Data\Data-Work\Ch10_TerrRev.wrk'
               organization is line sequential.
           select promote-rev
               assign to 'C:\Data\Data-Work\Ch10_TerrRev.dat'
               organization is line sequential.
           select run-date-file
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is ws-rundate-file-stat.
           select report-out
               assign to 'C:\Data\Data-Out\Ch10_TerrPL.rpt'
               organization is line sequential.

       data division.
       file section.
       FD payroll-in.
       01 emp-rec-in.
           COPY PAYMSTR
               REPLACING ==Employee-Number== BY ==employee-no==,
                   ==Employee-Name== BY ==employee-name==,
                   ==Territory==     BY ==territory-no==.

       FD xref-file.
       01 xref-rec.
         05 xr-name            pic x(15).
         05 xr-emp-no          pic 9(05).

       FD sales-file.
       01 sales-rec.
         05 sl-name            pic x(15).
         05 sl-sale-amt        pic 999v99.
         05 sl-sale-date       pic x(08).
         05 sl-invoice-no      pic x(06).
         05 sl-product-code    pic x(04).
         05 sl-split-name      pic x(15).
         05 sl-split-pct       pic 9(02).

       FD trans-file.
       01 trans-rec.
         05 trans-code         pic x(01).
         05 trans-item-name    pic x(20).
         05 trans-unit-price   pic 9(3)v99.
         05 trans-qty          pic 9(3).
         05 trans-slsp-name    pic x(15).
         05 trans-location     pic x(02).
         05 trans-to-loc       pic x(02).
         05 trans-lot-no       pic x(10).
         05 trans-expiry       pic 9(08).

      *********************************************
      * Item prices by effective date - the row   *
      * with the latest date not past the run is  *
      * the selling price                          *
      *********************************************
       FD price-file.
       01 price-rec.
         05 prc-item           pic x(20).
         05 prc-eff-date       pic 9(08).
         05 prc-price          pic 9(3)v99.

       FD comm-accum-file.
       01 accum-rec.
         05 aci-name           pic x(15).
         05 aci-mtd-comm       pic 9(06)v99.
         05 aci-ytd-comm       pic 9(07)v99.

       FD pay-history-file.
       01 hist-rec.
         05 ph-emp-num         pic 9(05).
         05 ph-name            pic x(20).
         05 ph-period          pic x(08).
         05 ph-gross           pic 9(06)v99.
         05 ph-fed             pic 9(06)v99.
         05 ph-st              pic 9(06)v99.
         05 ph-fica            pic 9(06)v99.
         05 ph-net             pic 9(06)v99.
         05 ph-method          pic x(01).
         05 ph-state           pic x(02).
         05 ph-job-code        pic x(02).
         05 ph-pay-date        pic 9(08).
         05 ph-ot-prem         pic 9(06)v99.
         05 ph-hours           pic 9(03)v99.
         05 ph-comm            pic 9(06)v99.

       FD ui-tax-file.
       01 uitax-rec.
         05 uit-emp-num        pic 9(05).
         05 uit-run-date.
           10 uit-run-mm       pic 9(02).
           10 uit-run-dd       pic 9(02).
           10 uit-run-yyyy     pic 9(04).
         05 uit-state          pic x(02).
         05 uit-gross          pic 9(06)v99.
         05 uit-futa           pic 9(04)v99.
         05 uit-suta           pic 9(05)v99.

      *********************************************
      * Revenue by run - one row per territory and *
      * office per run date (YYYYMMDD), so the     *
      * month and year-to-date revenue build up    *
      * from runs that each see only their own     *
      * sales                                      *
      *********************************************
       FD rev-hist-file.
       01 rev-hist-rec.
         05 rvh-run-date       pic 9(08).
         05 rvh-run-parts redefines rvh-run-date.
           10 rvh-yyyymm       pic 9(06).
           10 rvh-dd           pic 9(02).
         05 rvh-terr           pic x(02).
         05 rvh-office         pic x(02).
         05 rvh-revenue        pic 9(09)v99.

       FD rev-work-file.
       01 rev-work-rec         pic x(23).

       FD promote-rev.
       01 pro-rev-rec          pic x(23).

       FD run-date-file.
       01 run-date-rec.
         05 ovr-mm             pic 9(02).
         05 ovr-dd             pic 9(02).
         05 ovr-yyyy           pic 9(04).

       FD report-out.
       01 print-rec            pic x(132).

       working-storage section.

       01 ws-date.
         05 ws-year            pic 9999.
         05 ws-month           pic 99.
         05 ws-day             pic 99.

       01 heading1.
         05                    pic x(42) value spaces.
         05                    pic x(46) value
                 'territory profitability - contribution margin'.
         05 heading-date.
           10 heading-month    pic 99.
           10                  pic x value '/'.
           10 heading-day      pic 99.
           10                  pic x value '/'.
           10 heading-year     pic 9999.
         05                    pic x(34) value spaces.

       01 heading2.
         05                    pic x(24) value spaces.
         05                    pic x(53) value
           '---------------------- month ------------------------'.
         05                    pic x(02) value spaces.
         05                    pic x(53) value
           '-------------------- year to date -------------------'.

       01 heading3.
         05                    pic x(24) value
                               ' tr  of  description'.
         05                    pic x(12) value '     revenue'.
         05                    pic x(12) value '  commission'.
         05                    pic x(12) value '     payroll'.
         05                    pic x(12) value '      margin'.
         05                    pic x(05) value '  pct'.
         05                    pic x(02) value spaces.
         05                    pic x(12) value '     revenue'.
         05                    pic x(12) value '  commission'.
         05                    pic x(12) value '     payroll'.
         05                    pic x(12) value '      margin'.
         05                    pic x(05) value '  pct'.

       01 detail-line.
         05                    pic x(01) value spaces.
         05 dl-terr            pic x(02).
         05                    pic x(02) value spaces.
         05 dl-office          pic x(02).
         05                    pic x(02) value spaces.
         05 dl-desc            pic x(15).
         05                    pic x(01) value spaces.
         05 dl-mo-rev          pic zz,zzz,zz9-.
         05                    pic x(01) value spaces.
         05 dl-mo-comm         pic zz,zzz,zz9-.
         05                    pic x(01) value spaces.
         05 dl-mo-pay          pic zz,zzz,zz9-.
         05                    pic x(01) value spaces.
         05 dl-mo-margin       pic zz,zzz,zz9-.
         05                    pic x(01) value spaces.
         05 dl-mo-pct          pic -zz9.
         05                    pic x(02) value spaces.
         05 dl-yt-rev          pic zz,zzz,zz9-.
         05                    pic x(01) value spaces.
         05 dl-yt-comm         pic zz,zzz,zz9-.
         05                    pic x(01) value spaces.
         05 dl-yt-pay          pic zz,zzz,zz9-.
         05                    pic x(01) value spaces.
         05 dl-yt-margin       pic zz,zzz,zz9-.
         05                    pic x(01) value spaces.
         05 dl-yt-pct          pic -zz9.

       01 ws-codechk-parm.
         05 cck-type           pic x(04).
         05 cck-code           pic x(04).
         05 cck-status         pic x(02).
         05 cck-desc           pic x(20).

       01 WS-RunLog-Parm.
         05 RLP-Program        pic x(08) value 'CH10TRPL'.
         05 RLP-Text           pic x(60) value spaces.

       77 ws-mast-file-stat    pic x(02) value '00'.
       77 ws-xref-file-stat    pic x(02) value '00'.
       77 ws-sales-file-stat   pic x(02) value '00'.
       77 ws-trans-file-stat   pic x(02) value '00'.
       77 ws-prc-file-stat     pic x(02) value '00'.
       77 ws-accum-file-stat   pic x(02) value '00'.
       77 ws-hist-file-stat    pic x(02) value '00'.
       77 ws-uit-file-stat     pic x(02) value '00'.
       77 ws-rev-file-stat     pic x(02) value '00'.
       77 ws-rundate-file-stat pic x(02) value '00'.
       77 ws-eof               pic xxx value 'no '.
       77 ws-run-date-key      pic 9(08) value zero.
       77 ws-run-yyyymm        pic 9(06) value zero.
       77 ws-rec-date-key      pic 9(08) value zero.
       77 ws-sale-amt          pic 9(07)v99 value zero.
       77 ws-split-amt         pic 9(07)v99 value zero.
       77 ws-hist-wages        pic 9(07)v99 value zero.
       77 ws-hist-cost         pic 9(07)v99 value zero.
       77 ws-ui-cost           pic 9(07)v99 value zero.
       77 ws-look-name         pic x(15) value spaces.
       77 ws-look-emp          pic x(05) value spaces.
       77 ws-look-emp-num      pic 9(05) value zero.
       77 ws-key-terr          pic x(02) value spaces.
       77 ws-key-office        pic x(02) value spaces.
       77 ws-prev-terr         pic x(02) value spaces.
       77 ws-margin            pic s9(09)v99 value zero.
       77 ws-pct               pic s9(05) value zero.
       77 ws-sales-count       pic 9(07) value zero.
       77 ws-trans-count       pic 9(07) value zero.
       77 ws-hist-count        pic 9(07) value zero.
       77 ws-rev-written       pic 9(07) value zero.
       77 ws-sale-price        pic 9(3)v99 value zero.
       77 ws-price-ok          pic x(01) value 'n'.

       01 ws-emp-table-area.
         05 ws-emp-count       pic 9(04) value zero.
         05 ws-emp-idx         pic 9(04) value zero.
         05 ws-emp-table       occurs 1000 times.
           10 we-emp-no        pic x(05).
           10 we-terr          pic x(02).
           10 we-office        pic x(02).

       01 ws-prc-table-area.
         05 ws-prc-count       pic 9(03) value zero.
         05 ws-prc-idx         pic 9(03) value zero.
         05 ws-prc-match       pic 9(03) value zero.
         05 ws-prc-found       pic x(01) value 'n'.
         05 ws-prc-table       occurs 600 times.
           10 wr-item          pic x(20).
           10 wr-eff-date      pic 9(08).
           10 wr-price         pic 9(3)v99.

       01 ws-xref-table-area.
         05 ws-xref-count      pic 9(03) value zero.
         05 ws-xref-idx        pic 9(03) value zero.
         05 ws-xref-table      occurs 100 times.
           10 wx-name          pic x(15).
           10 wx-emp-no        pic 9(05).

      *    One row per territory and office, kept in
      *    territory/office order as rows are added; spaces
      *    (UNASSIGNED) sort to the top.
       01 ws-pl-table-area.
         05 ws-pl-count        pic 9(03) value zero.
         05 ws-pl-idx          pic 9(03) value zero.
         05 ws-pl-ins          pic 9(03) value zero.
         05 ws-pl-table        occurs 200 times.
           10 wp-terr          pic x(02).
           10 wp-office        pic x(02).
           10 wp-run-rev       pic 9(09)v99.
           10 wp-amts.
             15 wp-mo-rev      pic 9(09)v99.
             15 wp-mo-comm     pic 9(09)v99.
             15 wp-mo-pay      pic 9(09)v99.
             15 wp-yt-rev      pic 9(09)v99.
             15 wp-yt-comm     pic 9(09)v99.
             15 wp-yt-pay      pic 9(09)v99.

       01 ws-line-amts.
         05 wl-mo-rev          pic 9(09)v99 value zero.
         05 wl-mo-comm         pic 9(09)v99 value zero.
         05 wl-mo-pay          pic 9(09)v99 value zero.
         05 wl-yt-rev          pic 9(09)v99 value zero.
         05 wl-yt-comm         pic 9(09)v99 value zero.
         05 wl-yt-pay          pic 9(09)v99 value zero.

       01 ws-terr-amts.
         05 wt-mo-rev          pic 9(09)v99 value zero.
         05 wt-mo-comm         pic 9(09)v99 value zero.
         05 wt-mo-pay          pic 9(09)v99 value zero.
         05 wt-yt-rev          pic 9(09)v99 value zero.
         05 wt-yt-comm         pic 9(09)v99 value zero.
         05 wt-yt-pay          pic 9(09)v99 value zero.

       01 ws-co-amts.
         05 wc-mo-rev          pic 9(09)v99 value zero.
         05 wc-mo-comm         pic 9(09)v99 value zero.
         05 wc-mo-pay          pic 9(09)v99 value zero.
         05 wc-yt-rev          pic 9(09)v99 value zero.
         05 wc-yt-comm         pic 9(09)v99 value zero.
         05 wc-yt-pay          pic 9(09)v99 value zero.

       procedure division.

       100-Main-Module.
           perform 400-Initialization-Return
           perform 410-Load-Master-Rtn
           perform 420-Load-Xref-Rtn
           perform 430-Load-Prices-Rtn
           perform 200-Post-Sales-Rtn
           perform 210-Post-Trans-Rtn
           perform 220-Post-Rev-Hist-Rtn
           perform 230-Post-Comm-Rtn
           perform 240-Post-Payroll-Rtn
           perform 250-Post-UI-Tax-Rtn
           perform 500-Heading-Return
           perform 300-Print-PL-Rtn
           perform 600-End-Of-Job-Return
           goback.

      *********************************************
      * Ch1 sales - a split sale credits the       *
      * partner their percent and the keyed name   *
      * the rest, the way the commission run       *
      * splits it                                  *
      *********************************************
       200-Post-Sales-Rtn.
           move 'no ' to ws-eof.
           open input sales-file.
           if ws-sales-file-stat not = '00'
               move 'yes' to ws-eof
               display 'CH1 SALES FILE NOT AVAILABLE, STATUS: '
                   ws-sales-file-stat ' - NO CH1 REVENUE THIS RUN'
           end-if.
           perform until ws-eof = 'yes'
               read sales-file
                   at end
                       move 'yes' to ws-eof
                   not at end
                       if sl-sale-amt numeric
                           add 1 to ws-sales-count
                           perform 205-Credit-Sale-Rtn
                       end-if
               end-read
           end-perform.
           if ws-sales-file-stat = '00' or ws-sales-file-stat = '10'
               close sales-file
           end-if.

       205-Credit-Sale-Rtn.
           move sl-sale-amt to ws-sale-amt.
           if sl-split-name not = spaces and sl-split-pct numeric
               and sl-split-pct > zero
               compute ws-split-amt rounded =
                   sl-sale-amt * sl-split-pct / 100
               subtract ws-split-amt from ws-sale-amt
               move sl-split-name to ws-look-name
               perform 280-Place-Name-Rtn
               perform 290-Locate-Row-Rtn
               add ws-split-amt to wp-run-rev(ws-pl-idx)
           end-if.
           move sl-name to ws-look-name.
           perform 280-Place-Name-Rtn.
           perform 290-Locate-Row-Rtn.
           add ws-sale-amt to wp-run-rev(ws-pl-idx).

      *********************************************
      * Ch2 sales - code 'S' or blank, priced the  *
      * way the sales report prices them: the      *
      * master's price, or the keyed price for an  *
      * item the master does not carry;            *
      * receivings and count adjustments are not   *
      * revenue                                    *
      *********************************************
       210-Post-Trans-Rtn.
           move 'no ' to ws-eof.
           open input trans-file.
           if ws-trans-file-stat not = '00'
               move 'yes' to ws-eof
               display 'CH2 TRANSACTION FILE NOT AVAILABLE, STATUS: '
                   ws-trans-file-stat ' - NO CH2 REVENUE THIS RUN'
           end-if.
           perform until ws-eof = 'yes'
               read trans-file
                   at end
                       move 'yes' to ws-eof
                   not at end
                       if (trans-code = 'S' or trans-code = space)
                           and trans-qty numeric
                           perform 215-Price-Trans-Rtn
                           if ws-price-ok = 'y'
                               add 1 to ws-trans-count
                               compute ws-sale-amt =
                                   ws-sale-price * trans-qty
                               move trans-slsp-name to ws-look-name
                               perform 280-Place-Name-Rtn
                               perform 290-Locate-Row-Rtn
                               add ws-sale-amt
                                   to wp-run-rev(ws-pl-idx)
                           end-if
                       end-if
               end-read
           end-perform.
           if ws-trans-file-stat = '00' or ws-trans-file-stat = '10'
               close trans-file
           end-if.

       215-Price-Trans-Rtn.
           move 'n' to ws-price-ok.
           move 'n' to ws-prc-found.
           perform varying ws-prc-idx from 1 by 1
               until ws-prc-idx > ws-prc-count
               if wr-item(ws-prc-idx) = trans-item-name
                   move 'y' to ws-prc-found
                   move ws-prc-idx to ws-prc-match
                   move ws-prc-count to ws-prc-idx
               end-if
           end-perform.
           evaluate true
               when ws-prc-found = 'y'
                   move 'y' to ws-price-ok
                   move wr-price(ws-prc-match) to ws-sale-price
               when trans-unit-price numeric
                   move 'y' to ws-price-ok
                   move trans-unit-price to ws-sale-price
           end-evaluate.

      *********************************************
      * Earlier runs' revenue off the history -    *
      * kept to the work file and counted into the *
      * month and year when it falls there; any    *
      * rows for this run date are dropped and     *
      * replaced by this run's                     *
      *********************************************
       220-Post-Rev-Hist-Rtn.
           open output rev-work-file.
           move 'no ' to ws-eof.
           open input rev-hist-file.
           if ws-rev-file-stat not = '00'
               move 'yes' to ws-eof
           end-if.
           perform until ws-eof = 'yes'
               read rev-hist-file
                   at end
                       move 'yes' to ws-eof
                   not at end
                       if rvh-run-date not = ws-run-date-key
                           write rev-work-rec from rev-hist-rec
                           perform 225-Count-Rev-Hist-Rtn
                       end-if
               end-read
           end-perform.
           if ws-rev-file-stat = '00' or ws-rev-file-stat = '10'
               close rev-hist-file
           end-if.

           perform varying ws-pl-idx from 1 by 1
               until ws-pl-idx > ws-pl-count
               if wp-run-rev(ws-pl-idx) > zero
                   add wp-run-rev(ws-pl-idx) to wp-mo-rev(ws-pl-idx)
                       wp-yt-rev(ws-pl-idx)
                   move ws-run-date-key to rvh-run-date
                   move wp-terr(ws-pl-idx) to rvh-terr
                   move wp-office(ws-pl-idx) to rvh-office
                   move wp-run-rev(ws-pl-idx) to rvh-revenue
                   write rev-work-rec from rev-hist-rec
                   add 1 to ws-rev-written
               end-if
           end-perform.
           close rev-work-file.

       225-Count-Rev-Hist-Rtn.
           if rvh-run-date numeric and rvh-revenue numeric
               and rvh-run-date < ws-run-date-key
               and rvh-run-date (1:4) = ws-year
               move rvh-terr to ws-key-terr
               move rvh-office to ws-key-office
               perform 290-Locate-Row-Rtn
               add rvh-revenue to wp-yt-rev(ws-pl-idx)
               if rvh-yyyymm = ws-run-yyyymm
                   add rvh-revenue to wp-mo-rev(ws-pl-idx)
               end-if
           end-if.

      *********************************************
      * Commission cost - month and year to date   *
      * off the accumulators the commission run    *
      * just wrote                                 *
      *********************************************
       230-Post-Comm-Rtn.
           move 'no ' to ws-eof.
           open input comm-accum-file.
           if ws-accum-file-stat not = '00'
               move 'yes' to ws-eof
               display 'COMMISSION ACCUMULATORS NOT AVAILABLE, '
                   'STATUS: ' ws-accum-file-stat
                   ' - NO COMMISSION COST THIS RUN'
           end-if.
           perform until ws-eof = 'yes'
               read comm-accum-file
                   at end
                       move 'yes' to ws-eof
                   not at end
                       move aci-name to ws-look-name
                       perform 280-Place-Name-Rtn
                       perform 290-Locate-Row-Rtn
                       if aci-mtd-comm numeric
                           add aci-mtd-comm to wp-mo-comm(ws-pl-idx)
                       end-if
                       if aci-ytd-comm numeric
                           add aci-ytd-comm to wp-yt-comm(ws-pl-idx)
                       end-if
               end-read
           end-perform.
           if ws-accum-file-stat = '00' or ws-accum-file-stat = '10'
               close comm-accum-file
           end-if.

      *********************************************
      * Payroll cost off the pay history - gross   *
      * less the commission paid inside it, plus   *
      * the employer's FICA, which matches the     *
      * employee's                                 *
      *********************************************
       240-Post-Payroll-Rtn.
           move 'no ' to ws-eof.
           open input pay-history-file.
           if ws-hist-file-stat not = '00'
               move 'yes' to ws-eof
               display 'PAY HISTORY NOT AVAILABLE, STATUS: '
                   ws-hist-file-stat ' - NO PAYROLL COST THIS RUN'
           end-if.
           perform until ws-eof = 'yes'
               read pay-history-file
                   at end
                       move 'yes' to ws-eof
                   not at end
                       if ph-pay-date numeric
                           and ph-pay-date not > ws-run-date-key
                           and ph-pay-date (1:4) = ws-year
                           perform 245-Cost-History-Rtn
                       end-if
               end-read
           end-perform.
           if ws-hist-file-stat = '00' or ws-hist-file-stat = '10'
               close pay-history-file
           end-if.

       245-Cost-History-Rtn.
           add 1 to ws-hist-count.
           move zero to ws-hist-wages.
           if ph-gross numeric
               move ph-gross to ws-hist-wages
           end-if.
           if ph-comm numeric
               if ph-comm < ws-hist-wages
                   subtract ph-comm from ws-hist-wages
               else
                   move zero to ws-hist-wages
               end-if
           end-if.
           move ws-hist-wages to ws-hist-cost.
           if ph-fica numeric
               add ph-fica to ws-hist-cost
           end-if.

           move ph-emp-num to ws-look-emp-num.
           perform 285-Place-Emp-Rtn.
           perform 290-Locate-Row-Rtn.
           add ws-hist-cost to wp-yt-pay(ws-pl-idx).
           if ph-pay-date (1:6) = ws-run-yyyymm
               add ws-hist-cost to wp-mo-pay(ws-pl-idx)
           end-if.

      *********************************************
      * Unemployment tax accrued, federal and      *
      * state, onto the same payroll cost          *
      *********************************************
       250-Post-UI-Tax-Rtn.
           move 'no ' to ws-eof.
           open input ui-tax-file.
           if ws-uit-file-stat not = '00'
               move 'yes' to ws-eof
           end-if.
           perform until ws-eof = 'yes'
               read ui-tax-file
                   at end
                       move 'yes' to ws-eof
                   not at end
                       if uit-run-date numeric
                           and uit-run-yyyy = ws-year
                           perform 255-Cost-UI-Tax-Rtn
                       end-if
               end-read
           end-perform.
           if ws-uit-file-stat = '00' or ws-uit-file-stat = '10'
               close ui-tax-file
           end-if.

       255-Cost-UI-Tax-Rtn.
           compute ws-rec-date-key = (uit-run-yyyy * 10000)
               + (uit-run-mm * 100) + uit-run-dd.
           if ws-rec-date-key not > ws-run-date-key
               move zero to ws-ui-cost
               if uit-futa numeric
                   add uit-futa to ws-ui-cost
               end-if
               if uit-suta numeric
                   add uit-suta to ws-ui-cost
               end-if
               move uit-emp-num to ws-look-emp-num
               perform 285-Place-Emp-Rtn
               perform 290-Locate-Row-Rtn
               add ws-ui-cost to wp-yt-pay(ws-pl-idx)
               if uit-run-mm = ws-month
                   add ws-ui-cost to wp-mo-pay(ws-pl-idx)
               end-if
           end-if.

      *********************************************
      * A salesperson's name to a territory and    *
      * office - through the cross-reference to    *
      * the employee, then the master.  No name,   *
      * no cross-reference or no master record     *
      * leaves the key at spaces - UNASSIGNED.     *
      *********************************************
       280-Place-Name-Rtn.
           move spaces to ws-key-terr ws-key-office.
           if ws-look-name not = spaces
               perform varying ws-xref-idx from 1 by 1
                   until ws-xref-idx > ws-xref-count
                   if wx-name(ws-xref-idx) = ws-look-name
                       move wx-emp-no(ws-xref-idx) to ws-look-emp-num
                       perform 285-Place-Emp-Rtn
                       move ws-xref-count to ws-xref-idx
                   end-if
               end-perform
           end-if.

       285-Place-Emp-Rtn.
           move spaces to ws-key-terr ws-key-office.
           move ws-look-emp-num to ws-look-emp.
           perform varying ws-emp-idx from 1 by 1
               until ws-emp-idx > ws-emp-count
               if we-emp-no(ws-emp-idx) = ws-look-emp
                   move we-terr(ws-emp-idx) to ws-key-terr
                   move we-office(ws-emp-idx) to ws-key-office
                   move ws-emp-count to ws-emp-idx
               end-if
           end-perform.

      *********************************************
      * Find the row for ws-key-terr/office, or    *
      * open one in its sorted place               *
      *********************************************
       290-Locate-Row-Rtn.
           move zero to ws-pl-ins.
           perform varying ws-pl-idx from 1 by 1
               until ws-pl-idx > ws-pl-count or ws-pl-ins > zero
               if wp-terr(ws-pl-idx) = ws-key-terr
                   and wp-office(ws-pl-idx) = ws-key-office
                   move ws-pl-idx to ws-pl-ins
               end-if
           end-perform.
           if ws-pl-ins > zero
               move ws-pl-ins to ws-pl-idx
           else
               perform 295-Insert-Row-Rtn
           end-if.

       295-Insert-Row-Rtn.
           if ws-pl-count not < 200
               display 'TERRITORY P&L TABLE CAPACITY EXCEEDED AT 200 '
                   '- RUN HALTED'
               stop run
           end-if.
           move 1 to ws-pl-ins.
           perform varying ws-pl-idx from 1 by 1
               until ws-pl-idx > ws-pl-count
               if wp-terr(ws-pl-idx) < ws-key-terr
                   or (wp-terr(ws-pl-idx) = ws-key-terr
                   and wp-office(ws-pl-idx) < ws-key-office)
                   compute ws-pl-ins = ws-pl-idx + 1
               end-if
           end-perform.
           perform varying ws-pl-idx from ws-pl-count by -1
               until ws-pl-idx < ws-pl-ins
               move ws-pl-table(ws-pl-idx) to ws-pl-table(ws-pl-idx + 1)
           end-perform.
           add 1 to ws-pl-count.
           move ws-pl-ins to ws-pl-idx.
           move ws-key-terr to wp-terr(ws-pl-idx).
           move ws-key-office to wp-office(ws-pl-idx).
           move zero to wp-run-rev(ws-pl-idx).
           initialize wp-amts(ws-pl-idx).

      *********************************************
      * One line per territory and office, a       *
      * subtotal as each territory closes, and     *
      * the company at the foot                    *
      *********************************************
       300-Print-PL-Rtn.
           initialize ws-terr-amts ws-co-amts.
           perform varying ws-pl-idx from 1 by 1
               until ws-pl-idx > ws-pl-count
               if ws-pl-idx > 1
                   and wp-terr(ws-pl-idx) not = ws-prev-terr
                   perform 310-Print-Terr-Total-Rtn
               end-if
               move wp-terr(ws-pl-idx) to ws-prev-terr
               move wp-amts(ws-pl-idx) to ws-line-amts
               move wp-terr(ws-pl-idx) to dl-terr
               move wp-office(ws-pl-idx) to dl-office
               if wp-terr(ws-pl-idx) = spaces
                   move 'UNASSIGNED' to dl-desc
               else
                   move 'TERR' to cck-type
                   move wp-terr(ws-pl-idx) to cck-code
                   call 'CODECHK' using ws-codechk-parm
                   move cck-desc to dl-desc
               end-if
               perform 320-Format-Line-Rtn
               write print-rec from detail-line
                   after advancing 1 line
               add wl-mo-rev to wt-mo-rev
               add wl-mo-comm to wt-mo-comm
               add wl-mo-pay to wt-mo-pay
               add wl-yt-rev to wt-yt-rev
               add wl-yt-comm to wt-yt-comm
               add wl-yt-pay to wt-yt-pay
           end-perform.
           if ws-pl-count > zero
               perform 310-Print-Terr-Total-Rtn
           end-if.

           move ws-co-amts to ws-line-amts.
           move spaces to dl-terr dl-office.
           move 'COMPANY TOTAL' to dl-desc.
           perform 320-Format-Line-Rtn.
           write print-rec from detail-line
               after advancing 2 lines.

       310-Print-Terr-Total-Rtn.
           move ws-terr-amts to ws-line-amts.
           move ws-prev-terr to dl-terr.
           move spaces to dl-office.
           move '  TERRITORY' to dl-desc.
           perform 320-Format-Line-Rtn.
           write print-rec from detail-line
               after advancing 1 line.
           move spaces to print-rec.
           write print-rec.
           add wt-mo-rev to wc-mo-rev.
           add wt-mo-comm to wc-mo-comm.
           add wt-mo-pay to wc-mo-pay.
           add wt-yt-rev to wc-yt-rev.
           add wt-yt-comm to wc-yt-comm.
           add wt-yt-pay to wc-yt-pay.
           initialize ws-terr-amts.

      *    Margin is revenue less commission and payroll cost;
      *    its percent of revenue is held to what the column
      *    can show.
       320-Format-Line-Rtn.
           move wl-mo-rev to dl-mo-rev.
           move wl-mo-comm to dl-mo-comm.
           move wl-mo-pay to dl-mo-pay.
           compute ws-margin = wl-mo-rev - wl-mo-comm - wl-mo-pay.
           move ws-margin to dl-mo-margin.
           move zero to ws-pct.
           if wl-mo-rev > zero
               compute ws-pct rounded = ws-margin * 100 / wl-mo-rev
           end-if.
           perform 325-Hold-Pct-Rtn.
           move ws-pct to dl-mo-pct.

           move wl-yt-rev to dl-yt-rev.
           move wl-yt-comm to dl-yt-comm.
           move wl-yt-pay to dl-yt-pay.
           compute ws-margin = wl-yt-rev - wl-yt-comm - wl-yt-pay.
           move ws-margin to dl-yt-margin.
           move zero to ws-pct.
           if wl-yt-rev > zero
               compute ws-pct rounded = ws-margin * 100 / wl-yt-rev
           end-if.
           perform 325-Hold-Pct-Rtn.
           move ws-pct to dl-yt-pct.

       325-Hold-Pct-Rtn.
           if ws-pct > 999
               move 999 to ws-pct
           end-if.
           if ws-pct < -999
               move -999 to ws-pct
           end-if.

       400-Initialization-Return.
           move function current-date to ws-date.
           open input run-date-file.
           if ws-rundate-file-stat = '00'
               read run-date-file
                   not at end
                       if ovr-mm numeric and ovr-dd numeric
                           and ovr-yyyy numeric
                           move ovr-mm to ws-month
                           move ovr-dd to ws-day
                           move ovr-yyyy to ws-year
                       end-if
               end-read
               close run-date-file
           end-if.
           compute ws-run-date-key = (ws-year * 10000)
               + (ws-month * 100) + ws-day.
           compute ws-run-yyyymm = (ws-year * 100) + ws-month.

           open output report-out.
           move 'RUN STARTED' to RLP-Text.
           call 'RUNLOG' using WS-RunLog-Parm.

      *********************************************
      * Employee number to Location-Code off the   *
      * master                                     *
      *********************************************
       410-Load-Master-Rtn.
           move 'no ' to ws-eof.
           open input payroll-in.
           if ws-mast-file-stat not = '00'
               move 'yes' to ws-eof
               display 'EMPLOYEE MASTER NOT AVAILABLE, STATUS: '
                   ws-mast-file-stat ' - ALL COSTS UNASSIGNED'
           end-if.
           perform until ws-eof = 'yes'
               read payroll-in
                   at end
                       move 'yes' to ws-eof
                   not at end
                       if ws-emp-count < 1000
                           add 1 to ws-emp-count
                           move employee-no to we-emp-no(ws-emp-count)
                           move territory-no to we-terr(ws-emp-count)
                           move Office-Number
                               to we-office(ws-emp-count)
                       else
                           display 'EMPLOYEE TABLE CAPACITY EXCEEDED '
                               'AT 1000 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           if ws-mast-file-stat = '00' or ws-mast-file-stat = '10'
               close payroll-in
           end-if.

       420-Load-Xref-Rtn.
           move 'no ' to ws-eof.
           open input xref-file.
           if ws-xref-file-stat not = '00'
               move 'yes' to ws-eof
           end-if.
           perform until ws-eof = 'yes'
               read xref-file
                   at end
                       move 'yes' to ws-eof
                   not at end
                       if ws-xref-count < 100
                           add 1 to ws-xref-count
                           move xr-name to wx-name(ws-xref-count)
                           move xr-emp-no to wx-emp-no(ws-xref-count)
                       else
                           display 'CROSS-REFERENCE TABLE CAPACITY '
                               'EXCEEDED AT 100 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           if ws-xref-file-stat = '00' or ws-xref-file-stat = '10'
               close xref-file
           end-if.

      *********************************************
      * The selling price in effect on the run     *
      * date for each item on the price master     *
      *********************************************
       430-Load-Prices-Rtn.
           move 'no ' to ws-eof.
           open input price-file.
           if ws-prc-file-stat not = '00'
               move 'yes' to ws-eof
           end-if.
           perform until ws-eof = 'yes'
               read price-file
                   at end
                       move 'yes' to ws-eof
                   not at end
                       if prc-eff-date numeric and prc-price numeric
                           and prc-eff-date not > ws-run-date-key
                           perform 435-Keep-Price-Rtn
                       end-if
               end-read
           end-perform.
           if ws-prc-file-stat = '00' or ws-prc-file-stat = '10'
               close price-file
           end-if.

       435-Keep-Price-Rtn.
           move 'n' to ws-prc-found.
           perform varying ws-prc-idx from 1 by 1
               until ws-prc-idx > ws-prc-count
               if wr-item(ws-prc-idx) = prc-item
                   move 'y' to ws-prc-found
                   move ws-prc-idx to ws-prc-match
                   move ws-prc-count to ws-prc-idx
               end-if
           end-perform.
           evaluate true
               when ws-prc-found = 'y'
                   if prc-eff-date not < wr-eff-date(ws-prc-match)
                       move prc-eff-date to wr-eff-date(ws-prc-match)
                       move prc-price to wr-price(ws-prc-match)
                   end-if
               when ws-prc-count < 600
                   add 1 to ws-prc-count
                   move prc-item to wr-item(ws-prc-count)
                   move prc-eff-date to wr-eff-date(ws-prc-count)
                   move prc-price to wr-price(ws-prc-count)
               when other
                   display 'PRICE TABLE CAPACITY EXCEEDED AT 600 '
                       '- RUN HALTED'
                   stop run
           end-evaluate.

       500-Heading-Return.
           move ws-year to heading-year
           move ws-month to heading-month
           move ws-day to heading-day
           write print-rec from heading1
             after advancing 2 lines
           write print-rec from heading2
             after advancing 2 lines
           write print-rec from heading3
             after advancing 1 line
           move spaces to print-rec
           write print-rec.

      *********************************************
      * The revenue history takes this run's rows  *
      * only once the report is out                *
      *********************************************
       600-End-Of-Job-Return.
           open input rev-work-file.
           open output promote-rev.
           move 'no ' to ws-eof.
           perform until ws-eof = 'yes'
               read rev-work-file
                   at end
                       move 'yes' to ws-eof
                   not at end
                       write pro-rev-rec from rev-work-rec
               end-read
           end-perform.
           close rev-work-file promote-rev.
           close report-out.

           display 'CH1 SALES READ:        ' ws-sales-count.
           display 'CH2 SALES READ:        ' ws-trans-count.
           display 'PAY HISTORY COSTED:    ' ws-hist-count.
           display 'REVENUE ROWS WRITTEN:  ' ws-rev-written.
           move 'RUN COMPLETED' to RLP-Text.
           call 'RUNLOG' using WS-RunLog-Parm.

       end program Ch10TerrPL.
