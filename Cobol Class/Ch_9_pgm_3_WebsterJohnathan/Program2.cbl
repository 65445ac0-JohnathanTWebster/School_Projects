       identification division.
       program-id. Ch9Asset.
      *******************************************
      * Fixed asset register and the monthly     *
      * depreciation run.  The item file lists   *
      * our equipment with its cost, but the     *
      * books carried the assets with no         *
      * depreciation figured here.  The asset    *
      * master holds each capitalized item -     *
      * its item number, description and cost    *
      * off the item file, the acquisition       *
      * date, useful life in years, salvage      *
      * value, method ('S' straight-line, 'D'    *
      * double declining balance) and the        *
      * owning department - with the             *
      * depreciation accumulated against it.     *
      *                                          *
      * Each run first posts the register        *
      * transactions ('A' add an item to the     *
      * register, 'X' dispose of it), then       *
      * depreciates every active asset for each  *
      * month from the month after it was last   *
      * depreciated (or its acquisition month)   *
      * through the run month, so a skipped      *
      * month is caught up and a rerun posts     *
      * nothing twice.  An asset is taken down   *
      * to salvage in the last month of its      *
      * life and never below it.  A disposal is  *
      * depreciated through its disposal month,  *
      * then the proceeds against net book value *
      * give the gain or loss.                   *
      *                                          *
      * The journal, in the Ch12GL journal       *
      * layout:                                  *
      *   depreciation - expense by department   *
      *   to accumulated depreciation;           *
      *   disposals - cash for the proceeds and  *
      *   accumulated depreciation removed, to   *
      *   the asset cost, with the gain or loss. *
      * Accounts come off the fixed asset        *
      * account mapping table.  The journal is   *
      * proven in balance before it is appended  *
      * to Ch12_Journal.dat, and the master is   *
      * rewritten only once it has been.  Run    *
      * after Ch12GL, which starts the journal   *
      * afresh.                                  *
      *******************************************
       environment division.
       configuration section.
       Input-output section.
       File-control.
           select Item-Disk assign to 'C:\Data\Data-In\Ch9_0903.dat'
               organization is line sequential
               file status is WS-Item-File-Stat.
           select Asset-Trans
               assign to 'C:\Data\Data-In\Ch9_AssetTrn.dat'
               organization is line sequential
               file status is WS-Trn-File-Stat.
           select Asset-In
               assign to 'C:\Data\Data-Work\Ch9_Assets.dat'
               organization is line sequential
               file status is WS-Asset-File-Stat.
      *    Read whole at start, rewritten at end - same path, so
      *    next month's run picks the register up with no
      *    operator rename.
           select Asset-Out
               assign to 'C:\Data\Data-Work\Ch9_Assets.dat'
               organization is line sequential.
           select Acct-Map-File
               assign to 'C:\Data\Data-In\Ch9_GLAcct.dat'
               organization is line sequential
               file status is WS-Map-File-Stat.
           select Run-Date-File
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           select Journal-File
               assign to 'C:\Data\Data-Out\Ch12_Journal.dat'
               organization is line sequential
               file status is WS-Jrn-File-Stat.
           select Depr-Report
               assign to 'C:\Data\Data-Out\Ch9_Depr.rpt'
               organization is line sequential.

       data division.
       file section.
       FD Item-Disk.
       01 Item-Rec.
         05 Item-Number        pic x(05).
         05 Item-Desc          pic x(20).
         05 Item-Cost          pic 999V99.
         05 Filler             pic x(25).
         05 Filler             pic x(25).

      *********************************************
      * Register transactions - 'A' puts an item   *
      * on the register (cost and description come *
      * off the item file), 'X' disposes of one    *
      * for FAT-Proceeds on FAT-Date               *
      *********************************************
       FD Asset-Trans.
       01 ASSET-TRANS-REC.
         05 FAT-Type           pic x(01).
         05 FAT-Item-No        pic x(05).
         05 FAT-Acq-Date       pic 9(08).
         05 FAT-Life           pic 9(02).
         05 FAT-Salvage        pic 9(07)v99.
         05 FAT-Method         pic x(01).
         05 FAT-Dept           pic x(02).
         05 FAT-Date           pic 9(08).
         05 FAT-Proceeds       pic 9(07)v99.

      *********************************************
      * The asset master.  FAM-Dep-Thru is the     *
      * last month depreciated, YYYYMM, zero       *
      * until the first; FAM-Status 'A' active,    *
      * 'X' disposed (kept for the record).        *
      *********************************************
       FD Asset-In.
       01 ASSET-REC-IN.
         05 FAI-Item-No        pic x(05).
         05 FAI-Desc           pic x(20).
         05 FAI-Acq-Date       pic 9(08).
         05 FAI-Cost           pic 9(07)v99.
         05 FAI-Life           pic 9(02).
         05 FAI-Salvage        pic 9(07)v99.
         05 FAI-Method         pic x(01).
         05 FAI-Dept           pic x(02).
         05 FAI-Accum-Dep      pic 9(07)v99.
         05 FAI-Dep-Thru       pic 9(06).
         05 FAI-Status         pic x(01).
         05 FAI-Disp-Date      pic 9(08).
         05 FAI-Proceeds       pic 9(07)v99.
         05 Filler             pic x(02).

       FD Asset-Out.
       01 ASSET-REC-OUT.
         05 FAO-Item-No        pic x(05).
         05 FAO-Desc           pic x(20).
         05 FAO-Acq-Date       pic 9(08).
         05 FAO-Cost           pic 9(07)v99.
         05 FAO-Life           pic 9(02).
         05 FAO-Salvage        pic 9(07)v99.
         05 FAO-Method         pic x(01).
         05 FAO-Dept           pic x(02).
         05 FAO-Accum-Dep      pic 9(07)v99.
         05 FAO-Dep-Thru       pic 9(06).
         05 FAO-Status         pic x(01).
         05 FAO-Disp-Date      pic 9(08).
         05 FAO-Proceeds       pic 9(07)v99.
         05 Filler             pic x(02).

      *********************************************
      * Fixed asset account mapping - 'F' rows    *
      * map the posting keys: DE depreciation     *
      * expense, AD accumulated depreciation, FA  *
      * fixed assets at cost, CA cash, GN gain    *
      * on disposal, LS loss on disposal.         *
      *********************************************
       FD Acct-Map-File.
       01 ACCT-MAP-REC.
         05 MAP-TYPE           pic x(01).
         05 MAP-KEY            pic x(02).
         05 MAP-ACCOUNT        pic 9(06).

       FD Run-Date-File.
       01 RUN-DATE-REC.
         05 OVR-MM             pic 9(02).
         05 OVR-DD             pic 9(02).
         05 OVR-YYYY           pic 9(04).

       FD Journal-File.
       01 JOURNAL-REC.
         05 JRN-ACCOUNT        pic 9(06).
         05 JRN-DC             pic x(01).
         05 JRN-AMOUNT         pic 9(09)v99.
         05 JRN-DESC           pic x(20).
         05 JRN-DATE           pic 9(08).

       FD Depr-Report.
       01 Depr-Rec             pic x(80).

       working-storage section.

       01 Flags-And-Indicators.
         05 WS-Item-File-Stat  pic x(02) value '00'.
         05 WS-Trn-File-Stat   pic x(02) value '00'.
         05 WS-Asset-File-Stat pic x(02) value '00'.
         05 WS-Map-File-Stat   pic x(02) value '00'.
         05 WS-RunDate-File-Stat pic x(02) value '00'.
         05 WS-Jrn-File-Stat   pic x(02) value '00'.
         05 WS-Item-EOF        pic x(03) value 'NO '.
         05 WS-Trn-EOF         pic x(03) value 'NO '.
         05 WS-Asset-EOF       pic x(03) value 'NO '.
         05 WS-Map-EOF         pic x(03) value 'NO '.
         05 WS-Found           pic x(01) value 'N'.
         05 WS-Run-YYYY        pic 9(04) value zero.
         05 WS-Run-Date-Key    pic 9(08) value zero.
         05 WS-Date.
           10 WS-YY            pic 9(02).
           10 WS-MM            pic 9(02).
           10 WS-DD            pic 9(02).
         05 WS-Added-Count     pic 9(04) value zero.
         05 WS-Disp-Count      pic 9(04) value zero.
         05 WS-Reject-Count    pic 9(04) value zero.
         05 WS-Depr-Count      pic 9(04) value zero.

      *********************************************
      * Months are counted as year * 12 + month    *
      * - 1 so a run can step across a year end    *
      *********************************************
       01 WS-Month-Work.
         05 WS-Run-Mon-Key     pic 9(06) value zero.
         05 WS-Thru-Mon-Key    pic 9(06) value zero.
         05 WS-Acq-Mon-Key     pic 9(06) value zero.
         05 WS-Start-Mon-Key   pic 9(06) value zero.
         05 WS-Mon-Key         pic 9(06) value zero.
         05 WS-Mon-No          pic 9(04) value zero.
         05 WS-Life-Months     pic 9(04) value zero.
         05 WS-Key-Date        pic 9(08) value zero.
         05 WS-Key-Date-R      redefines WS-Key-Date.
           10 WS-Key-YYYY      pic 9(04).
           10 WS-Key-MM        pic 9(02).
           10 WS-Key-DD        pic 9(02).
         05 WS-Key-Yymm        pic 9(06) value zero.
         05 WS-Key-Yymm-R      redefines WS-Key-Yymm.
           10 WS-Yymm-YYYY     pic 9(04).
           10 WS-Yymm-MM       pic 9(02).
         05 WS-Work-Key        pic 9(06) value zero.
         05 WS-Work-Year       pic 9(04) value zero.
         05 WS-Work-Month      pic 9(02) value zero.

       01 WS-Depr-Work.
         05 WS-Depreciable     pic 9(07)v99 value zero.
         05 WS-NBV             pic 9(07)v99 value zero.
         05 WS-Month-Dep       pic 9(07)v99 value zero.
         05 WS-Asset-Run-Dep   pic 9(07)v99 value zero.
         05 WS-Gain-Loss       pic s9(07)v99 value zero.
         05 WS-Tot-Run-Dep     pic 9(09)v99 value zero.
         05 WS-Tot-Proceeds    pic 9(09)v99 value zero.
         05 WS-Tot-Cost-Out    pic 9(09)v99 value zero.
         05 WS-Tot-Accum-Out   pic 9(09)v99 value zero.
         05 WS-Tot-Gain        pic 9(09)v99 value zero.
         05 WS-Tot-Loss        pic 9(09)v99 value zero.
         05 WS-Tot-Cost        pic 9(09)v99 value zero.
         05 WS-Tot-Accum       pic 9(09)v99 value zero.
         05 WS-Tot-NBV         pic 9(09)v99 value zero.

       01 WS-Item-Table-Area.
         05 WS-Item-Count      pic 9(03) value zero.
         05 WS-Item-Table      occurs 500 times.
           10 WS-It-Number      pic x(05).
           10 WS-It-Desc        pic x(20).
           10 WS-It-Cost        pic 9(03)v99.
         05 WS-Item-Idx        pic 9(03) value zero.
         05 WS-Item-Match      pic 9(03) value zero.

      *********************************************
      * The register.  WS-As-Run-Dep is this       *
      * run's depreciation, WS-As-Disposed 'Y'     *
      * when the asset went off this run.          *
      *********************************************
       01 WS-Asset-Table-Area.
         05 WS-Asset-Count     pic 9(04) value zero.
         05 WS-Asset-Table     occurs 2000 times.
           10 WS-As-Item-No     pic x(05).
           10 WS-As-Desc        pic x(20).
           10 WS-As-Acq-Date    pic 9(08).
           10 WS-As-Cost        pic 9(07)v99.
           10 WS-As-Life        pic 9(02).
           10 WS-As-Salvage     pic 9(07)v99.
           10 WS-As-Method      pic x(01).
           10 WS-As-Dept        pic x(02).
           10 WS-As-Accum-Dep   pic 9(07)v99.
           10 WS-As-Dep-Thru    pic 9(06).
           10 WS-As-Status      pic x(01).
           10 WS-As-Disp-Date   pic 9(08).
           10 WS-As-Proceeds    pic 9(07)v99.
           10 WS-As-Run-Dep     pic 9(07)v99.
           10 WS-As-Disposed    pic x(01).
         05 WS-Asset-Idx       pic 9(04) value zero.
         05 WS-Asset-Match     pic 9(04) value zero.

       01 WS-Dept-Table-Area.
         05 WS-Dept-Count      pic 9(02) value zero.
         05 WS-Dept-Table      occurs 30 times.
           10 WS-Dp-Dept        pic x(02).
           10 WS-Dp-Run-Dep     pic 9(09)v99.
           10 WS-Dp-Cost        pic 9(09)v99.
           10 WS-Dp-Accum       pic 9(09)v99.
         05 WS-Dept-Idx        pic 9(02) value zero.
         05 WS-Dept-Match      pic 9(02) value zero.

       01 WS-Map-Table-Area.
         05 WS-Map-Count       pic 9(03) value zero.
         05 WS-Map-Table       occurs 50 times.
           10 WMAP-Type         pic x(01).
           10 WMAP-Key          pic x(02).
           10 WMAP-Account      pic 9(06).
         05 WS-Map-Idx         pic 9(03) value zero.
         05 WS-Map-Acct        pic 9(06) value zero.
         05 WS-Map-Found       pic x(01) value 'N'.
         05 WS-Lookup-Key      pic x(02) value spaces.

      *    The journal is built here first and proven in balance
      *    before any of it is appended.
       01 WS-Jrn-Table-Area.
         05 WS-Jrn-Count       pic 9(02) value zero.
         05 WS-Jrn-Table       occurs 40 times.
           10 WJ-Account        pic 9(06).
           10 WJ-DC             pic x(01).
           10 WJ-Amount         pic 9(09)v99.
           10 WJ-Desc           pic x(20).
         05 WS-Jrn-Idx         pic 9(02) value zero.
         05 WS-Debit-Total     pic 9(11)v99 value zero.
         05 WS-Credit-Total    pic 9(11)v99 value zero.
         05 WS-Post-DC         pic x(01) value space.
         05 WS-Post-Amount     pic 9(09)v99 value zero.
         05 WS-Post-Desc       pic x(20) value spaces.

       01 Blank-Line           pic x(80) value spaces.

       01 Rpt-Title.
         05 Filler             pic x(14) value spaces.
         05 Filler             pic x(40) value
              'Fixed Asset Depreciation Run            '.
         05 Rpt-MO             pic 9(02).
         05 Filler             pic x value '/'.
         05 Rpt-DY             pic 9(02).
         05 Filler             pic x value '/'.
         05 Rpt-YR             pic 9(04).
         05 Filler             pic x(16) value spaces.

       01 Rpt-Sect-Hdr.
         05 Filler             pic x(03) value spaces.
         05 RSH-Text           pic x(77).

       01 Rpt-Trn-Line.
         05 Filler             pic x(03) value spaces.
         05 RTN-Type           pic x(07).
         05 Filler             pic x(02) value spaces.
         05 RTN-Item           pic x(05).
         05 Filler             pic x(02) value spaces.
         05 RTN-Desc           pic x(20).
         05 Filler             pic x(02) value spaces.
         05 RTN-Result         pic x(39).

       01 Rpt-Reg-Hdr.
         05 Filler             pic x(40) value
              ' Item  Description    Dept M         Cos'.
         05 Filler             pic x(40) value
              't   This run  Accumulated   Book value  '.

       01 Rpt-Reg-Line.
         05 Filler             pic x(01) value spaces.
         05 RRG-Item           pic x(05).
         05 Filler             pic x(01) value spaces.
         05 RRG-Desc           pic x(14).
         05 Filler             pic x(01) value spaces.
         05 RRG-Dept           pic x(02).
         05 Filler             pic x(03) value spaces.
         05 RRG-Method         pic x(01).
         05 Filler             pic x(01) value spaces.
         05 RRG-Cost           pic z,zzz,zz9.99.
         05 Filler             pic x(01) value spaces.
         05 RRG-Run-Dep        pic zzz,zz9.99.
         05 Filler             pic x(01) value spaces.
         05 RRG-Accum          pic z,zzz,zz9.99.
         05 Filler             pic x(01) value spaces.
         05 RRG-NBV            pic z,zzz,zz9.99.
         05 RRG-Note           pic x(02).

       01 Rpt-Dept-Hdr.
         05 Filler             pic x(40) value
              '  Dept                        This run  '.
         05 Filler             pic x(40) value
              '        Cost   Accumulated    Book value'.

       01 Rpt-Dept-Line.
         05 Filler             pic x(02) value spaces.
         05 RDP-Dept           pic x(02).
         05 Filler             pic x(21) value spaces.
         05 RDP-Run-Dep        pic zz,zzz,zz9.99.
         05 Filler             pic x(01) value spaces.
         05 RDP-Cost           pic zz,zzz,zz9.99.
         05 Filler             pic x(01) value spaces.
         05 RDP-Accum          pic zz,zzz,zz9.99.
         05 Filler             pic x(01) value spaces.
         05 RDP-NBV            pic zz,zzz,zz9.99.

       01 Rpt-Disp-Hdr.
         05 Filler             pic x(40) value
              '  Item  Description          Disposed   '.
         05 Filler             pic x(40) value
              '    Proceeds    Book value   Gain(loss) '.

       01 Rpt-Disp-Line.
         05 Filler             pic x(02) value spaces.
         05 RDS-Item           pic x(05).
         05 Filler             pic x(01) value spaces.
         05 RDS-Desc           pic x(20).
         05 Filler             pic x(01) value spaces.
         05 RDS-MM             pic 9(02).
         05 Filler             pic x value '/'.
         05 RDS-DD             pic 9(02).
         05 Filler             pic x value '/'.
         05 RDS-YYYY           pic 9(04).
         05 Filler             pic x(01) value spaces.
         05 RDS-Proceeds       pic z,zzz,zz9.99.
         05 Filler             pic x(02) value spaces.
         05 RDS-NBV            pic z,zzz,zz9.99.
         05 Filler             pic x(01) value spaces.
         05 RDS-Gain-Loss      pic z,zzz,zz9.99-.

       01 Rpt-Line.
         05 Filler             pic x(03) value spaces.
         05 RL-Account         pic 9(06).
         05 Filler             pic x(02) value spaces.
         05 RL-DC              pic x(02).
         05 Filler             pic x(02) value spaces.
         05 RL-Desc            pic x(20).
         05 Filler             pic x(02) value spaces.
         05 RL-Amount          pic $$$,$$$,$$9.99.
         05 Filler             pic x(29) value spaces.

       01 Rpt-Bal-Line.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(16) value 'Total debits:   '.
         05 RB-Debits          pic $$$,$$$,$$9.99.
         05 Filler             pic x(17) value '  Total credits: '.
         05 RB-Credits         pic $$$,$$$,$$9.99.
         05 Filler             pic x(16) value spaces.

       01 Rpt-Msg-Line.
         05 Filler             pic x(03) value spaces.
         05 RM-Text            pic x(77).

       01 Rpt-Count-Line.
         05 Filler             pic x(03) value spaces.
         05 RCL-Label          pic x(30).
         05 RCL-Count          pic zzz9.
         05 Filler             pic x(43) value spaces.

       procedure division.

       100-Main-Module.
           perform 110-Startup-Rtn.
           perform 120-Load-Items-Rtn.
           perform 130-Load-Map-Rtn.
           perform 140-Load-Assets-Rtn.

           move 'REGISTER TRANSACTIONS' to RSH-Text.
           write Depr-Rec from Rpt-Sect-Hdr.
           open input Asset-Trans.
           if WS-Trn-File-Stat not = '00'
               move 'YES' to WS-Trn-EOF
               move '   NONE THIS RUN' to Depr-Rec
               write Depr-Rec
           end-if.
           perform until WS-Trn-EOF = 'YES'
               read Asset-Trans
                   at end
                       move 'YES' to WS-Trn-EOF
                   not at end
                       perform 200-Transaction-Rtn
               end-read
           end-perform.
           if WS-Trn-File-Stat = '00' or WS-Trn-File-Stat = '10'
               close Asset-Trans
           end-if.

           perform varying WS-Asset-Idx from 1 by 1
               until WS-Asset-Idx > WS-Asset-Count
               if WS-As-Status(WS-Asset-Idx) = 'A'
                   move WS-Run-Mon-Key to WS-Thru-Mon-Key
                   perform 300-Depreciate-Rtn
               end-if
           end-perform.

           perform 400-Register-Rtn.
           perform 500-Build-Journal-Rtn.
           perform 550-Post-Journal-Rtn.
           perform 600-Write-Assets-Rtn.
           close Depr-Report.
           display 'FIXED ASSET DEPRECIATION COMPLETE - ASSETS '
               'DEPRECIATED: ' WS-Depr-Count ' DISPOSED: '
               WS-Disp-Count ' JOURNAL LINES: ' WS-Jrn-Count.
           goback.

      *    Today, or the payroll run-date override when it is on
      *    file.  Depreciation runs through the run month.
       110-Startup-Rtn.
           open output Depr-Report.
           accept WS-Date from date.
           add WS-YY 2000 giving WS-Run-YYYY.
           open input Run-Date-File.
           if WS-RunDate-File-Stat = '00'
               read Run-Date-File
                   not at end
                       move OVR-MM to WS-MM
                       move OVR-DD to WS-DD
                       move OVR-YYYY to WS-Run-YYYY
               end-read
               close Run-Date-File
           end-if.
           compute WS-Run-Date-Key = (WS-Run-YYYY * 10000)
               + (WS-MM * 100) + WS-DD.
           compute WS-Run-Mon-Key = (WS-Run-YYYY * 12) + WS-MM - 1.
           move WS-MM to Rpt-MO.
           move WS-DD to Rpt-DY.
           move WS-Run-YYYY to Rpt-YR.
           write Depr-Rec from Rpt-Title.
           write Depr-Rec from Blank-Line.

       120-Load-Items-Rtn.
           open input Item-Disk.
           if WS-Item-File-Stat not = '00'
               display 'ITEM FILE NOT AVAILABLE, STATUS: '
                   WS-Item-File-Stat ' - RUN HALTED'
               stop run
           end-if.
           perform until WS-Item-EOF = 'YES'
               read Item-Disk
                   at end
                       move 'YES' to WS-Item-EOF
                   not at end
                       if WS-Item-Count < 500
                           add 1 to WS-Item-Count
                           move Item-Number
                               to WS-It-Number(WS-Item-Count)
                           move Item-Desc to WS-It-Desc(WS-Item-Count)
                           move Item-Cost to WS-It-Cost(WS-Item-Count)
                       else
                           display 'ITEM TABLE CAPACITY EXCEEDED AT '
                               '500 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           close Item-Disk.

       130-Load-Map-Rtn.
           open input Acct-Map-File.
           if WS-Map-File-Stat not = '00'
               display 'FIXED ASSET ACCOUNT MAP NOT AVAILABLE, '
                   'STATUS: ' WS-Map-File-Stat ' - RUN HALTED'
               stop run
           end-if.
           perform until WS-Map-EOF = 'YES'
               read Acct-Map-File
                   at end
                       move 'YES' to WS-Map-EOF
                   not at end
                       if WS-Map-Count < 50
                           add 1 to WS-Map-Count
                           move MAP-TYPE to WMAP-Type(WS-Map-Count)
                           move MAP-KEY to WMAP-Key(WS-Map-Count)
                           move MAP-ACCOUNT
                               to WMAP-Account(WS-Map-Count)
                       else
                           display 'ACCOUNT MAP TABLE CAPACITY '
                               'EXCEEDED AT 50 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           close Acct-Map-File.

      *    The first run finds no master and starts the register
      *    empty.
       140-Load-Assets-Rtn.
           open input Asset-In.
           if WS-Asset-File-Stat not = '00'
               move 'YES' to WS-Asset-EOF
           end-if.
           perform until WS-Asset-EOF = 'YES'
               read Asset-In
                   at end
                       move 'YES' to WS-Asset-EOF
                   not at end
                       perform 145-Hold-Asset-Rtn
               end-read
           end-perform.
           if WS-Asset-File-Stat = '00' or WS-Asset-File-Stat = '10'
               close Asset-In
           end-if.

       145-Hold-Asset-Rtn.
           if WS-Asset-Count < 2000
               add 1 to WS-Asset-Count
           else
               display 'ASSET TABLE CAPACITY EXCEEDED AT 2000 '
                   '- RUN HALTED'
               stop run
           end-if.
           move FAI-Item-No to WS-As-Item-No(WS-Asset-Count).
           move FAI-Desc to WS-As-Desc(WS-Asset-Count).
           move FAI-Acq-Date to WS-As-Acq-Date(WS-Asset-Count).
           move FAI-Cost to WS-As-Cost(WS-Asset-Count).
           move FAI-Life to WS-As-Life(WS-Asset-Count).
           move FAI-Salvage to WS-As-Salvage(WS-Asset-Count).
           move FAI-Method to WS-As-Method(WS-Asset-Count).
           move FAI-Dept to WS-As-Dept(WS-Asset-Count).
           move FAI-Accum-Dep to WS-As-Accum-Dep(WS-Asset-Count).
           move FAI-Dep-Thru to WS-As-Dep-Thru(WS-Asset-Count).
           move FAI-Status to WS-As-Status(WS-Asset-Count).
           move FAI-Disp-Date to WS-As-Disp-Date(WS-Asset-Count).
           move FAI-Proceeds to WS-As-Proceeds(WS-Asset-Count).
           move zero to WS-As-Run-Dep(WS-Asset-Count).
           move 'N' to WS-As-Disposed(WS-Asset-Count).

      *********************************************
      * One register transaction                   *
      *********************************************
       200-Transaction-Rtn.
           move FAT-Item-No to RTN-Item.
           move spaces to RTN-Desc.
           move 'N' to WS-Found.
           perform varying WS-Asset-Idx from 1 by 1
               until WS-Asset-Idx > WS-Asset-Count
               if WS-As-Item-No(WS-Asset-Idx) = FAT-Item-No
                   move 'Y' to WS-Found
                   move WS-Asset-Idx to WS-Asset-Match
                   move WS-Asset-Count to WS-Asset-Idx
               end-if
           end-perform.
           evaluate FAT-Type
               when 'A'
                   move 'ADD' to RTN-Type
                   perform 210-Add-Asset-Rtn
               when 'X'
                   move 'DISPOSE' to RTN-Type
                   perform 250-Dispose-Rtn
               when other
                   move FAT-Type to RTN-Type
                   move 'REJECTED - INVALID TRANSACTION TYPE'
                       to RTN-Result
                   add 1 to WS-Reject-Count
           end-evaluate.
           write Depr-Rec from Rpt-Trn-Line.

       210-Add-Asset-Rtn.
           move zero to WS-Item-Match.
           perform varying WS-Item-Idx from 1 by 1
               until WS-Item-Idx > WS-Item-Count
               if WS-It-Number(WS-Item-Idx) = FAT-Item-No
                   move WS-Item-Idx to WS-Item-Match
                   move WS-Item-Count to WS-Item-Idx
               end-if
           end-perform.
           if WS-Item-Match > zero
               move WS-It-Desc(WS-Item-Match) to RTN-Desc
           end-if.
           move FAT-Acq-Date to WS-Key-Date.
           evaluate true
               when WS-Found = 'Y'
                   move 'REJECTED - ALREADY ON THE REGISTER'
                       to RTN-Result
                   add 1 to WS-Reject-Count
               when WS-Item-Match = zero
                   move 'REJECTED - NOT ON THE ITEM FILE'
                       to RTN-Result
                   add 1 to WS-Reject-Count
               when FAT-Acq-Date not numeric
                   or WS-Key-MM < 1 or WS-Key-MM > 12
                   or WS-Key-DD < 1 or WS-Key-DD > 31
                   move 'REJECTED - INVALID ACQUISITION DATE'
                       to RTN-Result
                   add 1 to WS-Reject-Count
               when FAT-Acq-Date > WS-Run-Date-Key
                   move 'REJECTED - ACQUIRED AFTER RUN DATE'
                       to RTN-Result
                   add 1 to WS-Reject-Count
               when FAT-Life not numeric or FAT-Life = zero
                   move 'REJECTED - NO USEFUL LIFE' to RTN-Result
                   add 1 to WS-Reject-Count
               when FAT-Method not = 'S' and FAT-Method not = 'D'
                   move 'REJECTED - INVALID METHOD' to RTN-Result
                   add 1 to WS-Reject-Count
               when FAT-Salvage not numeric
                   or FAT-Salvage > WS-It-Cost(WS-Item-Match)
                   move 'REJECTED - SALVAGE OVER COST' to RTN-Result
                   add 1 to WS-Reject-Count
               when FAT-Dept = spaces
                   move 'REJECTED - NO DEPARTMENT' to RTN-Result
                   add 1 to WS-Reject-Count
               when WS-Asset-Count not < 2000
                   display 'ASSET TABLE CAPACITY EXCEEDED AT 2000 '
                       '- RUN HALTED'
                   stop run
               when other
                   add 1 to WS-Asset-Count
                   move FAT-Item-No to WS-As-Item-No(WS-Asset-Count)
                   move WS-It-Desc(WS-Item-Match)
                       to WS-As-Desc(WS-Asset-Count)
                   move FAT-Acq-Date to WS-As-Acq-Date(WS-Asset-Count)
                   move WS-It-Cost(WS-Item-Match)
                       to WS-As-Cost(WS-Asset-Count)
                   move FAT-Life to WS-As-Life(WS-Asset-Count)
                   move FAT-Salvage to WS-As-Salvage(WS-Asset-Count)
                   move FAT-Method to WS-As-Method(WS-Asset-Count)
                   move FAT-Dept to WS-As-Dept(WS-Asset-Count)
                   move zero to WS-As-Accum-Dep(WS-Asset-Count)
                       WS-As-Dep-Thru(WS-Asset-Count)
                       WS-As-Disp-Date(WS-Asset-Count)
                       WS-As-Proceeds(WS-Asset-Count)
                       WS-As-Run-Dep(WS-Asset-Count)
                   move 'A' to WS-As-Status(WS-Asset-Count)
                   move 'N' to WS-As-Disposed(WS-Asset-Count)
                   add 1 to WS-Added-Count
                   move 'ADDED TO THE REGISTER' to RTN-Result
           end-evaluate.

      *    Depreciated through the disposal month first, then
      *    the proceeds against what is left on the books.
       250-Dispose-Rtn.
           if WS-Found = 'Y'
               move WS-As-Desc(WS-Asset-Match) to RTN-Desc
           end-if.
           move FAT-Date to WS-Key-Date.
           evaluate true
               when WS-Found = 'N'
                   move 'REJECTED - NOT ON THE REGISTER'
                       to RTN-Result
                   add 1 to WS-Reject-Count
               when WS-As-Status(WS-Asset-Match) not = 'A'
                   move 'REJECTED - ALREADY DISPOSED' to RTN-Result
                   add 1 to WS-Reject-Count
               when FAT-Date not numeric
                   or WS-Key-MM < 1 or WS-Key-MM > 12
                   or WS-Key-DD < 1 or WS-Key-DD > 31
                   move 'REJECTED - INVALID DISPOSAL DATE'
                       to RTN-Result
                   add 1 to WS-Reject-Count
               when FAT-Date > WS-Run-Date-Key
                   move 'REJECTED - DISPOSED AFTER RUN DATE'
                       to RTN-Result
                   add 1 to WS-Reject-Count
               when FAT-Date < WS-As-Acq-Date(WS-Asset-Match)
                   move 'REJECTED - DISPOSED BEFORE ACQUIRED'
                       to RTN-Result
                   add 1 to WS-Reject-Count
               when FAT-Date(1:6) < WS-As-Dep-Thru(WS-Asset-Match)
                   move 'REJECTED - DEPRECIATED PAST DISPOSAL'
                       to RTN-Result
                   add 1 to WS-Reject-Count
               when FAT-Proceeds not numeric
                   move 'REJECTED - INVALID PROCEEDS' to RTN-Result
                   add 1 to WS-Reject-Count
               when other
                   move WS-Asset-Match to WS-Asset-Idx
                   compute WS-Thru-Mon-Key =
                       (WS-Key-YYYY * 12) + WS-Key-MM - 1
                   perform 300-Depreciate-Rtn
                   move 'X' to WS-As-Status(WS-Asset-Idx)
                   move 'Y' to WS-As-Disposed(WS-Asset-Idx)
                   move FAT-Date to WS-As-Disp-Date(WS-Asset-Idx)
                   move FAT-Proceeds to WS-As-Proceeds(WS-Asset-Idx)
                   subtract WS-As-Accum-Dep(WS-Asset-Idx)
                       from WS-As-Cost(WS-Asset-Idx) giving WS-NBV
                   compute WS-Gain-Loss = FAT-Proceeds - WS-NBV
                   add FAT-Proceeds to WS-Tot-Proceeds
                   add WS-As-Cost(WS-Asset-Idx) to WS-Tot-Cost-Out
                   add WS-As-Accum-Dep(WS-Asset-Idx)
                       to WS-Tot-Accum-Out
                   if WS-Gain-Loss > zero
                       add WS-Gain-Loss to WS-Tot-Gain
                   else
                       subtract WS-Gain-Loss from WS-Tot-Loss
                   end-if
                   add 1 to WS-Disp-Count
                   move 'DISPOSED' to RTN-Result
           end-evaluate.

      *********************************************
      * Depreciate asset WS-Asset-Idx month by     *
      * month through WS-Thru-Mon-Key              *
      *********************************************
       300-Depreciate-Rtn.
           move WS-As-Acq-Date(WS-Asset-Idx) to WS-Key-Date.
           compute WS-Acq-Mon-Key = (WS-Key-YYYY * 12) + WS-Key-MM - 1.
           if WS-As-Dep-Thru(WS-Asset-Idx) = zero
               move WS-Acq-Mon-Key to WS-Start-Mon-Key
           else
               move WS-As-Dep-Thru(WS-Asset-Idx) to WS-Key-Yymm
               compute WS-Start-Mon-Key =
                   (WS-Yymm-YYYY * 12) + WS-Yymm-MM
           end-if.
           compute WS-Life-Months = WS-As-Life(WS-Asset-Idx) * 12.
           subtract WS-As-Salvage(WS-Asset-Idx)
               from WS-As-Cost(WS-Asset-Idx) giving WS-Depreciable.
           move zero to WS-Asset-Run-Dep.
           perform varying WS-Mon-Key from WS-Start-Mon-Key by 1
               until WS-Mon-Key > WS-Thru-Mon-Key
               compute WS-Mon-No = WS-Mon-Key - WS-Acq-Mon-Key + 1
               if WS-Mon-No not > WS-Life-Months
                   perform 310-One-Month-Rtn
               end-if
               move WS-Mon-Key to WS-Work-Key
               perform 320-Set-Thru-Rtn
           end-perform.
           if WS-Asset-Run-Dep > zero
               add 1 to WS-Depr-Count
               add WS-Asset-Run-Dep to WS-As-Run-Dep(WS-Asset-Idx)
               add WS-Asset-Run-Dep to WS-Tot-Run-Dep
               perform 330-Find-Dept-Rtn
               add WS-Asset-Run-Dep to WS-Dp-Run-Dep(WS-Dept-Match)
           end-if.

      *    Straight-line takes an even share of cost less
      *    salvage each month, declining balance twice the
      *    straight-line rate on what is left on the books; the
      *    last month of life takes whatever is left down to
      *    salvage.
       310-One-Month-Rtn.
           subtract WS-As-Accum-Dep(WS-Asset-Idx)
               from WS-As-Cost(WS-Asset-Idx) giving WS-NBV.
           if WS-As-Accum-Dep(WS-Asset-Idx) not < WS-Depreciable
               move zero to WS-Month-Dep
           else
               if WS-Mon-No = WS-Life-Months
                   subtract WS-As-Accum-Dep(WS-Asset-Idx)
                       from WS-Depreciable giving WS-Month-Dep
               else
                   if WS-As-Method(WS-Asset-Idx) = 'D'
                       compute WS-Month-Dep rounded =
                           WS-NBV * 2 / WS-Life-Months
                   else
                       compute WS-Month-Dep rounded =
                           WS-Depreciable / WS-Life-Months
                   end-if
                   if WS-As-Accum-Dep(WS-Asset-Idx) + WS-Month-Dep
                       > WS-Depreciable
                       subtract WS-As-Accum-Dep(WS-Asset-Idx)
                           from WS-Depreciable giving WS-Month-Dep
                   end-if
               end-if
           end-if.
           add WS-Month-Dep to WS-As-Accum-Dep(WS-Asset-Idx)
               WS-Asset-Run-Dep.

       320-Set-Thru-Rtn.
           divide WS-Work-Key by 12 giving WS-Work-Year
               remainder WS-Work-Month.
           add 1 to WS-Work-Month.
           compute WS-As-Dep-Thru(WS-Asset-Idx) =
               (WS-Work-Year * 100) + WS-Work-Month.

       330-Find-Dept-Rtn.
           move zero to WS-Dept-Match.
           perform varying WS-Dept-Idx from 1 by 1
               until WS-Dept-Idx > WS-Dept-Count
               if WS-Dp-Dept(WS-Dept-Idx) = WS-As-Dept(WS-Asset-Idx)
                   move WS-Dept-Idx to WS-Dept-Match
                   move WS-Dept-Count to WS-Dept-Idx
               end-if
           end-perform.
           if WS-Dept-Match = zero
               if WS-Dept-Count < 30
                   add 1 to WS-Dept-Count
                   move WS-Dept-Count to WS-Dept-Match
                   move WS-As-Dept(WS-Asset-Idx)
                       to WS-Dp-Dept(WS-Dept-Match)
                   move zero to WS-Dp-Run-Dep(WS-Dept-Match)
                       WS-Dp-Cost(WS-Dept-Match)
                       WS-Dp-Accum(WS-Dept-Match)
               else
                   display 'DEPARTMENT TABLE CAPACITY EXCEEDED AT '
                       '30 - RUN HALTED'
                   stop run
               end-if
           end-if.

      *********************************************
      * The register - every active asset and      *
      * those disposed this run - then the         *
      * department totals and the disposals        *
      *********************************************
       400-Register-Rtn.
           write Depr-Rec from Blank-Line.
           move 'DEPRECIATION REGISTER' to RSH-Text.
           write Depr-Rec from Rpt-Sect-Hdr.
           write Depr-Rec from Rpt-Reg-Hdr.
           perform varying WS-Asset-Idx from 1 by 1
               until WS-Asset-Idx > WS-Asset-Count
               if WS-As-Status(WS-Asset-Idx) = 'A'
                   or WS-As-Disposed(WS-Asset-Idx) = 'Y'
                   perform 410-Register-Line-Rtn
               end-if
           end-perform.
           move spaces to Rpt-Reg-Line.
           move 'Total' to RRG-Desc.
           move WS-Tot-Cost to RRG-Cost.
           move WS-Tot-Run-Dep to RRG-Run-Dep.
           move WS-Tot-Accum to RRG-Accum.
           move WS-Tot-NBV to RRG-NBV.
           write Depr-Rec from Rpt-Reg-Line.
           move '   X - disposed this run' to Depr-Rec.
           write Depr-Rec.

           write Depr-Rec from Blank-Line.
           move 'BY DEPARTMENT' to RSH-Text.
           write Depr-Rec from Rpt-Sect-Hdr.
           write Depr-Rec from Rpt-Dept-Hdr.
           perform varying WS-Dept-Idx from 1 by 1
               until WS-Dept-Idx > WS-Dept-Count
               move WS-Dp-Dept(WS-Dept-Idx) to RDP-Dept
               move WS-Dp-Run-Dep(WS-Dept-Idx) to RDP-Run-Dep
               move WS-Dp-Cost(WS-Dept-Idx) to RDP-Cost
               move WS-Dp-Accum(WS-Dept-Idx) to RDP-Accum
               subtract WS-Dp-Accum(WS-Dept-Idx)
                   from WS-Dp-Cost(WS-Dept-Idx) giving RDP-NBV
               write Depr-Rec from Rpt-Dept-Line
           end-perform.

           if WS-Disp-Count > zero
               write Depr-Rec from Blank-Line
               move 'DISPOSALS' to RSH-Text
               write Depr-Rec from Rpt-Sect-Hdr
               write Depr-Rec from Rpt-Disp-Hdr
               perform varying WS-Asset-Idx from 1 by 1
                   until WS-Asset-Idx > WS-Asset-Count
                   if WS-As-Disposed(WS-Asset-Idx) = 'Y'
                       perform 420-Disposal-Line-Rtn
                   end-if
               end-perform
           end-if.

      *    A disposed asset has left the books - its cost and
      *    accumulated depreciation are not in the totals.
       410-Register-Line-Rtn.
           subtract WS-As-Accum-Dep(WS-Asset-Idx)
               from WS-As-Cost(WS-Asset-Idx) giving WS-NBV.
           move WS-As-Item-No(WS-Asset-Idx) to RRG-Item.
           move WS-As-Desc(WS-Asset-Idx) to RRG-Desc.
           move WS-As-Dept(WS-Asset-Idx) to RRG-Dept.
           move WS-As-Method(WS-Asset-Idx) to RRG-Method.
           move WS-As-Cost(WS-Asset-Idx) to RRG-Cost.
           move WS-As-Run-Dep(WS-Asset-Idx) to RRG-Run-Dep.
           move WS-As-Accum-Dep(WS-Asset-Idx) to RRG-Accum.
           move WS-NBV to RRG-NBV.
           perform 330-Find-Dept-Rtn.
           if WS-As-Disposed(WS-Asset-Idx) = 'Y'
               move ' X' to RRG-Note
           else
               move spaces to RRG-Note
               add WS-As-Cost(WS-Asset-Idx) to WS-Tot-Cost
                   WS-Dp-Cost(WS-Dept-Match)
               add WS-As-Accum-Dep(WS-Asset-Idx) to WS-Tot-Accum
                   WS-Dp-Accum(WS-Dept-Match)
               add WS-NBV to WS-Tot-NBV
           end-if.
           write Depr-Rec from Rpt-Reg-Line.

       420-Disposal-Line-Rtn.
           subtract WS-As-Accum-Dep(WS-Asset-Idx)
               from WS-As-Cost(WS-Asset-Idx) giving WS-NBV.
           compute WS-Gain-Loss =
               WS-As-Proceeds(WS-Asset-Idx) - WS-NBV.
           move WS-As-Disp-Date(WS-Asset-Idx) to WS-Key-Date.
           move WS-As-Item-No(WS-Asset-Idx) to RDS-Item.
           move WS-As-Desc(WS-Asset-Idx) to RDS-Desc.
           move WS-Key-MM to RDS-MM.
           move WS-Key-DD to RDS-DD.
           move WS-Key-YYYY to RDS-YYYY.
           move WS-As-Proceeds(WS-Asset-Idx) to RDS-Proceeds.
           move WS-NBV to RDS-NBV.
           move WS-Gain-Loss to RDS-Gain-Loss.
           write Depr-Rec from Rpt-Disp-Line.

      *********************************************
      * The journal                                *
      *********************************************
       500-Build-Journal-Rtn.
           perform varying WS-Dept-Idx from 1 by 1
               until WS-Dept-Idx > WS-Dept-Count
               move 'DE' to WS-Lookup-Key
               move 'D' to WS-Post-DC
               move WS-Dp-Run-Dep(WS-Dept-Idx) to WS-Post-Amount
               move spaces to WS-Post-Desc
               string 'DEPRECIATION - ' WS-Dp-Dept(WS-Dept-Idx)
                   delimited by size into WS-Post-Desc
               perform 510-Add-Line-Rtn
           end-perform.
           move 'AD' to WS-Lookup-Key.
           move 'C' to WS-Post-DC.
           move WS-Tot-Run-Dep to WS-Post-Amount.
           move 'ACCUM DEPRECIATION  ' to WS-Post-Desc.
           perform 510-Add-Line-Rtn.

           move 'CA' to WS-Lookup-Key.
           move 'D' to WS-Post-DC.
           move WS-Tot-Proceeds to WS-Post-Amount.
           move 'CASH - ASSET SALES  ' to WS-Post-Desc.
           perform 510-Add-Line-Rtn.
           move 'AD' to WS-Lookup-Key.
           move 'D' to WS-Post-DC.
           move WS-Tot-Accum-Out to WS-Post-Amount.
           move 'ACCUM DEPR - DISPOSD' to WS-Post-Desc.
           perform 510-Add-Line-Rtn.
           move 'LS' to WS-Lookup-Key.
           move 'D' to WS-Post-DC.
           move WS-Tot-Loss to WS-Post-Amount.
           move 'LOSS ON DISPOSAL    ' to WS-Post-Desc.
           perform 510-Add-Line-Rtn.
           move 'FA' to WS-Lookup-Key.
           move 'C' to WS-Post-DC.
           move WS-Tot-Cost-Out to WS-Post-Amount.
           move 'FIXED ASSETS - DISPD' to WS-Post-Desc.
           perform 510-Add-Line-Rtn.
           move 'GN' to WS-Lookup-Key.
           move 'C' to WS-Post-DC.
           move WS-Tot-Gain to WS-Post-Amount.
           move 'GAIN ON DISPOSAL    ' to WS-Post-Desc.
           perform 510-Add-Line-Rtn.

       510-Add-Line-Rtn.
           if WS-Post-Amount > zero
               perform 520-Find-Account-Rtn
               add 1 to WS-Jrn-Count
               move WS-Map-Acct to WJ-Account(WS-Jrn-Count)
               move WS-Post-DC to WJ-DC(WS-Jrn-Count)
               move WS-Post-Amount to WJ-Amount(WS-Jrn-Count)
               move WS-Post-Desc to WJ-Desc(WS-Jrn-Count)
               if WS-Post-DC = 'D'
                   add WS-Post-Amount to WS-Debit-Total
               else
                   add WS-Post-Amount to WS-Credit-Total
               end-if
           end-if.

      *********************************************
      * Map key to account - an unmapped key      *
      * posts to the suspense account 999999 and  *
      * says so, rather than dropping money       *
      *********************************************
       520-Find-Account-Rtn.
           move 'N' to WS-Map-Found.
           move 999999 to WS-Map-Acct.
           perform varying WS-Map-Idx from 1 by 1
               until WS-Map-Idx > WS-Map-Count
               if WMAP-Type(WS-Map-Idx) = 'F'
                   and WMAP-Key(WS-Map-Idx) = WS-Lookup-Key
                   move 'Y' to WS-Map-Found
                   move WMAP-Account(WS-Map-Idx) to WS-Map-Acct
                   move WS-Map-Count to WS-Map-Idx
               end-if
           end-perform.
           if WS-Map-Found = 'N'
               display 'NO ACCOUNT MAPPED FOR F/' WS-Lookup-Key
                   ' - POSTED TO SUSPENSE 999999'
           end-if.

      *********************************************
      * The proof, then the posting - an out-of-  *
      * balance journal is never appended; the    *
      * run fails loudly and the register is left *
      * where it was                              *
      *********************************************
       550-Post-Journal-Rtn.
           write Depr-Rec from Blank-Line.
           move 'JOURNAL' to RSH-Text.
           write Depr-Rec from Rpt-Sect-Hdr.
           perform varying WS-Jrn-Idx from 1 by 1
               until WS-Jrn-Idx > WS-Jrn-Count
               move WJ-Account(WS-Jrn-Idx) to RL-Account
               if WJ-DC(WS-Jrn-Idx) = 'D'
                   move 'DR' to RL-DC
               else
                   move 'CR' to RL-DC
               end-if
               move WJ-Desc(WS-Jrn-Idx) to RL-Desc
               move WJ-Amount(WS-Jrn-Idx) to RL-Amount
               write Depr-Rec from Rpt-Line
           end-perform.
           write Depr-Rec from Blank-Line.
           move WS-Debit-Total to RB-Debits.
           move WS-Credit-Total to RB-Credits.
           write Depr-Rec from Rpt-Bal-Line.

           if WS-Debit-Total not = WS-Credit-Total
               move 'JOURNAL OUT OF BALANCE - NOTHING POSTED'
                   to RM-Text
               write Depr-Rec from Rpt-Msg-Line
               close Depr-Report
               display 'FIXED ASSET JOURNAL OUT OF BALANCE - DEBITS '
                   WS-Debit-Total ' CREDITS ' WS-Credit-Total
                   ' - NO JOURNAL WRITTEN, RUN HALTED'
               stop run
           end-if.

           if WS-Jrn-Count = zero
               move 'NO DEPRECIATION OR DISPOSALS TO POST - NO JOURNAL'
                   to RM-Text
               write Depr-Rec from Rpt-Msg-Line
           else
               open extend Journal-File
               if WS-Jrn-File-Stat not = '00'
                   open output Journal-File
               end-if
               perform varying WS-Jrn-Idx from 1 by 1
                   until WS-Jrn-Idx > WS-Jrn-Count
                   move WJ-Account(WS-Jrn-Idx) to JRN-ACCOUNT
                   move WJ-DC(WS-Jrn-Idx) to JRN-DC
                   move WJ-Amount(WS-Jrn-Idx) to JRN-AMOUNT
                   move WJ-Desc(WS-Jrn-Idx) to JRN-DESC
                   move WS-Run-Date-Key to JRN-DATE
                   write JOURNAL-REC
               end-perform
               close Journal-File
               move spaces to RM-Text
               string 'JOURNAL IN BALANCE - ' WS-Jrn-Count
                   ' RECORDS APPENDED TO CH12_JOURNAL.DAT'
                   delimited by size into RM-Text
               write Depr-Rec from Rpt-Msg-Line
           end-if.

           write Depr-Rec from Blank-Line.
           move 'Assets added:                 ' to RCL-Label.
           move WS-Added-Count to RCL-Count.
           write Depr-Rec from Rpt-Count-Line.
           move 'Assets depreciated:           ' to RCL-Label.
           move WS-Depr-Count to RCL-Count.
           write Depr-Rec from Rpt-Count-Line.
           move 'Assets disposed:              ' to RCL-Label.
           move WS-Disp-Count to RCL-Count.
           write Depr-Rec from Rpt-Count-Line.
           move 'Transactions rejected:        ' to RCL-Label.
           move WS-Reject-Count to RCL-Count.
           write Depr-Rec from Rpt-Count-Line.

      *    The register moves forward only once the journal is
      *    on the file.
       600-Write-Assets-Rtn.
           open output Asset-Out.
           perform varying WS-Asset-Idx from 1 by 1
               until WS-Asset-Idx > WS-Asset-Count
               move spaces to ASSET-REC-OUT
               move WS-As-Item-No(WS-Asset-Idx) to FAO-Item-No
               move WS-As-Desc(WS-Asset-Idx) to FAO-Desc
               move WS-As-Acq-Date(WS-Asset-Idx) to FAO-Acq-Date
               move WS-As-Cost(WS-Asset-Idx) to FAO-Cost
               move WS-As-Life(WS-Asset-Idx) to FAO-Life
               move WS-As-Salvage(WS-Asset-Idx) to FAO-Salvage
               move WS-As-Method(WS-Asset-Idx) to FAO-Method
               move WS-As-Dept(WS-Asset-Idx) to FAO-Dept
               move WS-As-Accum-Dep(WS-Asset-Idx) to FAO-Accum-Dep
               move WS-As-Dep-Thru(WS-Asset-Idx) to FAO-Dep-Thru
               move WS-As-Status(WS-Asset-Idx) to FAO-Status
               move WS-As-Disp-Date(WS-Asset-Idx) to FAO-Disp-Date
               move WS-As-Proceeds(WS-Asset-Idx) to FAO-Proceeds
               write ASSET-REC-OUT
           end-perform.
           close Asset-Out.

       end program Ch9Asset.
