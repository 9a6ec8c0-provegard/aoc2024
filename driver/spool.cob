*> each report's starting page and page count (sixty lines to the
*> page), each report behind its own banner page header. The
*> package is the morning review and the off-site records copy in
*> one artifact, retained per cycle id. A report with a print copy
*> for the business date (the paged <name>-<date> generation
*> AOC2024REPGEN makes) is filed as that print copy, its own pages
*> kept page for page behind the package banner, so the package
*> collates as a print set; a report without one is paged here as it
*> stands.
*>
*> The cycle id comes from AOC2024_CYCLE, else the newest
*> cycle-ledger row, else a plain date-time stamp for an ad-hoc
*> spool.
*>
*> Distribution: the report-distribution reference file maps each
*> report to the recipients who get it and names each recipient's
*> delivery folder. After the package, every recipient gets a bundle
*> of their own in the same layout - only their reports - dropped
*> into their folder as report-bundle-<cycle-id>. A report named on
*> the list is gathered whether or not its name says "report". A
*> report a recipient is due that the night never produced (absent,
*> or not written inside the freshness window) is flagged NOT
*> PRODUCED in the bundle's contents page and on the console. Every
*> report sent, and every one due but missing, is a row on the
*> distribution-log.
*>
*> Tunables (environment or central parameters file):
*>   AOC2024SPOOL_FRESHHOURS  how recently a distributed report must
*>                            have been written to count as tonight's
*>                            (24)
*>
*> Return code: 0 package written, 4 a recipient's report was not
*> produced, 8 no reports to gather.

environment division.
input-output section.
       select SpoolFile assign to wsSpoolFilename
           organization is line sequential
           file status is wsSpoolStatus.
       select DistFile assign to 'report-distribution'
           organization is line sequential
           file status is wsDistStatus.
       select DistLog assign to 'distribution-log'
           organization is line sequential
           file status is wsDistLogStatus.
       select FreshList assign to '.spool-fresh'
           organization is line sequential
           file status is wsFreshStatus.

data division.
file section.
FD SpoolFile.
01 SpoolLine pic X(160).

*> "SEND <report> <recipient>" and "RECIPIENT <recipient> <folder>".
FD DistFile.
01 DistLine pic X(130).

*> What went to whom: one stamped row per report per recipient per
*> cycle, SENT or MISSING, with the bundle it went in.
FD DistLog.
01 DistLogLine pic X(200).

FD FreshList.
01 FreshLine pic X(150).

working-storage section.
       01 wsListStatus pic X(2).
       01 wsViewStatus pic X(2).
       01 wsSpoolFilename pic X(60).
       01 wsShellCmd pic X(250).
       01 wsCycleId pic X(15) value spaces.
       01 wsDistStatus pic X(2).
       01 wsDistLogStatus pic X(2).
       01 wsFreshStatus pic X(2).
       01 wsParamKey pic X(30).    *> central parameter-file lookup key
       01 wsParamValue pic X(100). *> value AOC2024PARAM found for it
       01 wsParm pic X(20).
       01 wsFreshHours pic 9(4) value 24.
       01 wsFreshMinutes pic 9(6).
       01 wsFreshDisplay pic Z(5)9.
       01 wsStamp pic X(19).

*> Sixty lines to the page, the classic spool page depth.
       01 wsPageDepth pic 9(3) value 60.
               10 wsRepLines pic 9(6).
               10 wsRepPages pic 9(4).
               10 wsRepStart pic 9(4).
               10 wsRepSelected pic X(1).
               10 wsRepSource pic X(80).  *> the file spooled: print copy or the report
               10 wsRepPrinted pic X(1).  *> y when wsRepSource is the print copy
       01 wsReportCount pic 9(3) value 0.
       01 wsRepIdx pic 9(3).
       01 wsLineTally pic 9(6).
       01 wsNumDisplay pic Z(4)9.
       01 wsNum2Display pic Z(4)9.
       01 wsNum3Display pic Z(5)9.
       01 wsPackageTitle pic X(30).
       01 wsBusDate pic X(8).

*> The distribution list: who gets which report, and where each
*> recipient's bundle is dropped.
       01 wsMaxRecips pic 9(2) value 30.
       01 wsRecips.
           05 wsRecipEntry occurs 30 times.
               10 wsRecipName pic X(12).
               10 wsRecipFolder pic X(40).
               10 wsRecipSent pic 9(3).
               10 wsRecipMissing pic 9(3).
       01 wsRecipCount pic 9(2) value 0.
       01 wsRecipIdx pic 9(2).
       01 wsRecipWork pic X(12).
       01 wsMaxSends pic 9(3) value 200.
       01 wsSends.
           05 wsSendEntry occurs 200 times.
               10 wsSendReport pic X(60).
               10 wsSendRecip pic X(12).
               10 wsSendRepIdx pic 9(3).
       01 wsSendCount pic 9(3) value 0.
       01 wsSendIdx pic 9(3).
       01 wsSendSeen pic 9(3).
       01 wsDistTok1 pic X(10).
       01 wsDistTok2 pic X(60).
       01 wsDistTok3 pic X(40).
       01 wsFound pic 9(3).
       01 wsFresh pic A(1).
       01 wsMissingTotal pic 9(4) value 0.
       01 wsBundleCount pic 9(3) value 0.

procedure division.
       perform ReadParameters
       perform ResolveCycleId
       call "AOC2024BDATE" using wsBusDate
       perform DiscoverReports
       perform LoadDistribution
       perform CheckDistributedReports
       if wsReportCount = 0
           display "SPOOL: no report files found - nothing to"
               " package"
           perform DistributeBundles
           move 8 to return-code
           stop run
       end-if

       perform MeasureReports
       perform varying wsRepIdx from 1 by 1
               until wsRepIdx > wsReportCount
           move "y" to wsRepSelected(wsRepIdx)
       end-perform
       perform AssignPages
       move spaces to wsSpoolFilename
       string
           "report-spool-" delimited by size
           function trim(wsCycleId) delimited by size
           into wsSpoolFilename
       end-string
       move "NIGHTLY REPORT PACKAGE" to wsPackageTitle
       move 0 to wsRecipIdx
       perform WritePackage

       display "SPOOL: " wsReportCount " report(s) packaged into "
           function trim(wsSpoolFilename)

       perform DistributeBundles
       if wsMissingTotal > 0
           move wsMissingTotal to wsNumDisplay
           display "SPOOL: " function trim(wsNumDisplay)
               " report(s) due to a recipient were not produced -"
               " see distribution-log"
           move 4 to return-code
       end-if
       stop run.

*> The freshness window in hours, environment first, then the
*> central parameters file, else a day.
ReadParameters.
       move spaces to wsParm
       accept wsParm from environment "AOC2024SPOOL_FRESHHOURS"
           on exception continue
       end-accept
       if wsParm = spaces
           move "AOC2024SPOOL_FRESHHOURS" to wsParamKey
           call "AOC2024PARAM" using wsParamKey wsParamValue
           if wsParamValue not = spaces
               move wsParamValue to wsParm
           end-if
       end-if
       if wsParm not = spaces
           move function numval(wsParm) to wsFreshHours
       end-if
       if wsFreshHours < 1
           move 24 to wsFreshHours
       end-if
       compute wsFreshMinutes = wsFreshHours * 60.

ResolveCycleId.
       accept wsCycleId from environment "AOC2024_CYCLE"
           on exception continue
*> spool packages themselves are excluded or tonight's package
*> would swallow last night's, and the dated generations the report
*> writers keep are excluded so the package stays the night's
*> reports, not sixty days of history. The distribution list is a
*> reference file, not a report, for all its name.
DiscoverReports.
       move spaces to wsShellCmd
       string
           "ls -1 *report* day*/*report* 2>/dev/null"
           " | grep -v '^report-spool-'"
           " | grep -v '^report-distribution$'"
           " | grep -v -- '-[0-9][0-9][0-9][0-9][0-9][0-9]"
           "[0-9][0-9]$' > .spool-list"
               delimited by size
       close ReportList
       call "SYSTEM" using "rm -f .spool-list".

*> A print copy's pages are the ones it already has - each opens on
*> its banner rule; a report without one is cut at the page depth.
MeasureReports.
       perform varying wsRepIdx from 1 by 1
               until wsRepIdx > wsReportCount
           perform FindPrintCopy
           move 0 to wsLineTally
           move 0 to wsRepPages(wsRepIdx)
           move wsRepSource(wsRepIdx) to wsViewFilename
           open input ReportView
           if wsViewStatus = "00"
               perform until 1 = 2
                       at end exit perform
                   end-read
                   add 1 to wsLineTally
                   if wsRepPrinted(wsRepIdx) = "y"
                           and ReportViewLine(1:17) = "================ "
                       add 1 to wsRepPages(wsRepIdx)
                   end-if
               end-perform
               close ReportView
           end-if
           move wsLineTally to wsRepLines(wsRepIdx)
           if wsRepPrinted(wsRepIdx) not = "y"
               compute wsRepPages(wsRepIdx) =
                   (wsLineTally + wsPageDepth - 1) / wsPageDepth
           end-if
           if wsRepPages(wsRepIdx) = 0
               move 1 to wsRepPages(wsRepIdx)
           end-if
       end-perform.

*> The report's print copy for the business date, if its writer made
*> one; otherwise the report itself is what gets spooled.
FindPrintCopy.
       move "n" to wsRepPrinted(wsRepIdx)
       move spaces to wsViewFilename
       string
           wsRepName(wsRepIdx) delimited by space
           "-" delimited by size
           wsBusDate delimited by size
           into wsViewFilename
       end-string
       open input ReportView
       if wsViewStatus = "00"
           close ReportView
           move wsViewFilename to wsRepSource(wsRepIdx)
           move "y" to wsRepPrinted(wsRepIdx)
       else
           move wsRepName(wsRepIdx) to wsRepSource(wsRepIdx)
       end-if.

*> Page one is the table of contents; every report starts on a
*> fresh page after it.
AssignPages.
       move 2 to wsPageCursor
       perform varying wsRepIdx from 1 by 1
               until wsRepIdx > wsReportCount
           if wsRepSelected(wsRepIdx) = "y"
               move wsPageCursor to wsRepStart(wsRepIdx)
               add wsRepPages(wsRepIdx) to wsPageCursor
           end-if
       end-perform.

*> Writes the reports marked selected into wsSpoolFilename behind a
*> contents page. A recipient's bundle (wsRecipIdx set) also lists
*> on its contents page the reports it was due and did not get.
WritePackage.
       open output SpoolFile
       if wsSpoolStatus not = "00"
           display "SPOOL: cannot write " function trim(wsSpoolFilename)
           exit paragraph
       end-if

       move spaces to SpoolLine
       string
           "================ " delimited by size
           function trim(wsPackageTitle) delimited by size
           "  cycle " delimited by size
           function trim(wsCycleId) delimited by size
           "  page 1 ================" delimited by size
           into SpoolLine
       write SpoolLine
       perform varying wsRepIdx from 1 by 1
               until wsRepIdx > wsReportCount
           if wsRepSelected(wsRepIdx) = "y"
               perform WriteContentsLine
           end-if
       end-perform
       if wsRecipIdx > 0
           perform varying wsSendIdx from 1 by 1
                   until wsSendIdx > wsSendCount
               if wsSendRecip(wsSendIdx) = wsRecipName(wsRecipIdx)
                       and wsSendRepIdx(wsSendIdx) = 0
                   move spaces to SpoolLine
                   string
                       "  " delimited by size
                       wsSendReport(wsSendIdx) delimited by size
                       " NOT PRODUCED" delimited by size
                       into SpoolLine
                   end-string
                   write SpoolLine
               end-if
           end-perform
       end-if

       perform varying wsRepIdx from 1 by 1
               until wsRepIdx > wsReportCount
           if wsRepSelected(wsRepIdx) = "y"
               perform SpoolOneReport
           end-if
       end-perform
       close SpoolFile.

WriteContentsLine.
       move wsRepStart(wsRepIdx) to wsNumDisplay
       move wsRepPages(wsRepIdx) to wsNum2Display
       move wsRepLines(wsRepIdx) to wsNum3Display
       move spaces to SpoolLine
       string
           "  " delimited by size
           wsRepName(wsRepIdx) delimited by size
           " page " delimited by size
           function trim(wsNumDisplay) delimited by size
           " (" delimited by size
           function trim(wsNum2Display) delimited by size
           " page(s), " delimited by size
           function trim(wsNum3Display) delimited by size
           " line(s))" delimited by size
           into SpoolLine
       end-string
       write SpoolLine.

SpoolOneReport.
       move wsRepStart(wsRepIdx) to wsPageCursor
       perform WriteBannerLine
       move 0 to wsLineOnPage

       move wsRepSource(wsRepIdx) to wsViewFilename
       open input ReportView
       if wsViewStatus not = "00"
           exit paragraph
           read ReportView
               at end exit perform
           end-read
           *> a print copy turns the package page where it turns its
           *> own; its first banner shares the report's opening page
           if wsRepPrinted(wsRepIdx) = "y"
               if ReportViewLine(1:17) = "================ "
                       and wsLineOnPage > 0
                   add 1 to wsPageCursor
                   perform WriteBannerLine
                   move 0 to wsLineOnPage
               end-if
           else
               if wsLineOnPage >= wsPageDepth
                   add 1 to wsPageCursor
                   perform WriteBannerLine
                   move 0 to wsLineOnPage
               end-if
           end-if
           move ReportViewLine to SpoolLine
           write SpoolLine
       end-string
       write SpoolLine.

*> The distribution list: RECIPIENT lines name the delivery folders,
*> SEND lines who gets which report. A recipient with SEND lines but
*> no RECIPIENT line is delivered to delivery/<recipient>.
LoadDistribution.
       open input DistFile
       if wsDistStatus not = "00"
           exit paragraph
       end-if
       perform until 1 = 2
           read DistFile
               at end exit perform
           end-read
           move spaces to wsDistTok1
           move spaces to wsDistTok2
           move spaces to wsDistTok3
           unstring DistLine delimited by all spaces
               into wsDistTok1 wsDistTok2 wsDistTok3
           end-unstring
           evaluate wsDistTok1
               when "RECIPIENT"
                   if wsDistTok2 not = spaces
                       move wsDistTok2 to wsRecipWork
                       perform FindRecipient
                       if wsFound > 0 and wsDistTok3 not = spaces
                           move wsDistTok3 to wsRecipFolder(wsFound)
                       end-if
                   end-if
               when "SEND"
                   if wsDistTok2 not = spaces
                           and wsDistTok3 not = spaces
                           and wsSendCount < wsMaxSends
                       add 1 to wsSendCount
                       move wsDistTok2 to wsSendReport(wsSendCount)
                       move wsDistTok3 to wsSendRecip(wsSendCount)
                       move 0 to wsSendRepIdx(wsSendCount)
                       move wsDistTok3 to wsRecipWork
                       perform FindRecipient
                   end-if
           end-evaluate
       end-perform
       close DistFile
       perform varying wsRecipIdx from 1 by 1
               until wsRecipIdx > wsRecipCount
           if wsRecipFolder(wsRecipIdx) = spaces
               string
                   "delivery/" delimited by size
                   function lower-case(wsRecipName(wsRecipIdx))
                       delimited by space
                   into wsRecipFolder(wsRecipIdx)
               end-string
           end-if
       end-perform.

*> The recipient named wsRecipWork, added to the table when new.
FindRecipient.
       move 0 to wsFound
       perform varying wsRecipIdx from 1 by 1
               until wsRecipIdx > wsRecipCount or wsFound > 0
           if wsRecipName(wsRecipIdx) = wsRecipWork
               move wsRecipIdx to wsFound
           end-if
       end-perform
       if wsFound = 0 and wsRecipCount < wsMaxRecips
           add 1 to wsRecipCount
           move wsRecipCount to wsFound
           move wsRecipWork to wsRecipName(wsFound)
           move spaces to wsRecipFolder(wsFound)
       end-if.

*> Each report on the list is looked for once: written inside the
*> freshness window it is tonight's, and is gathered into the
*> package if the discovery pass did not already find it; otherwise
*> every recipient due it is owed it.
CheckDistributedReports.
       move wsFreshMinutes to wsFreshDisplay
       perform varying wsSendIdx from 1 by 1
               until wsSendIdx > wsSendCount
           move 0 to wsSendSeen
           perform varying wsFound from 1 by 1
                   until wsFound >= wsSendIdx or wsSendSeen > 0
               if wsSendReport(wsFound) = wsSendReport(wsSendIdx)
                   move wsFound to wsSendSeen
               end-if
           end-perform
           if wsSendSeen > 0
               move wsSendRepIdx(wsSendSeen)
                   to wsSendRepIdx(wsSendIdx)
           else
               perform ProbeFreshReport
               if wsFresh = "y"
                   perform GatherDistributedReport
               end-if
           end-if
       end-perform.

ProbeFreshReport.
       move "n" to wsFresh
       move spaces to wsShellCmd
       string
           "find " delimited by size
           wsSendReport(wsSendIdx) delimited by space
           " -maxdepth 0 -type f -mmin -" delimited by size
           function trim(wsFreshDisplay) delimited by size
           " 2>/dev/null > .spool-fresh" delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       open input FreshList
       if wsFreshStatus = "00"
           read FreshList
               at end continue
               not at end
                   if FreshLine not = spaces
                       move "y" to wsFresh
                   end-if
           end-read
           close FreshList
       end-if
       call "SYSTEM" using "rm -f .spool-fresh".

GatherDistributedReport.
       move 0 to wsFound
       perform varying wsRepIdx from 1 by 1
               until wsRepIdx > wsReportCount or wsFound > 0
           if wsRepName(wsRepIdx) = wsSendReport(wsSendIdx)
               move wsRepIdx to wsFound
           end-if
       end-perform
       if wsFound = 0 and wsReportCount < wsMaxReports
           add 1 to wsReportCount
           move wsSendReport(wsSendIdx) to wsRepName(wsReportCount)
           move wsReportCount to wsFound
       end-if
       move wsFound to wsSendRepIdx(wsSendIdx).

*> One bundle per recipient, in their delivery folder, and the
*> distribution-log rows saying what went in it and what was due
*> and never produced.
DistributeBundles.
       if wsRecipCount = 0
           exit paragraph
       end-if
       move spaces to wsStamp
       string
           function current-date(1:4) delimited by size
           "-" delimited by size
           function current-date(5:2) delimited by size
           "-" delimited by size
           function current-date(7:2) delimited by size
           " " delimited by size
           function current-date(9:2) delimited by size
           ":" delimited by size
           function current-date(11:2) delimited by size
           ":" delimited by size
           function current-date(13:2) delimited by size
           into wsStamp
       end-string
       open extend DistLog
       if wsDistLogStatus not = "00"
           open output DistLog
       end-if
       perform varying wsRecipIdx from 1 by 1
               until wsRecipIdx > wsRecipCount
           perform BuildRecipientBundle
       end-perform
       close DistLog
       move wsBundleCount to wsNumDisplay
       display "SPOOL: " function trim(wsNumDisplay)
           " recipient bundle(s) delivered".

BuildRecipientBundle.
       perform varying wsRepIdx from 1 by 1
               until wsRepIdx > wsReportCount
           move "n" to wsRepSelected(wsRepIdx)
       end-perform
       move 0 to wsRecipSent(wsRecipIdx)
       move 0 to wsRecipMissing(wsRecipIdx)
       perform varying wsSendIdx from 1 by 1
               until wsSendIdx > wsSendCount
           if wsSendRecip(wsSendIdx) = wsRecipName(wsRecipIdx)
               if wsSendRepIdx(wsSendIdx) > 0
                   move "y" to wsRepSelected(wsSendRepIdx(wsSendIdx))
                   add 1 to wsRecipSent(wsRecipIdx)
               else
                   add 1 to wsRecipMissing(wsRecipIdx)
                   add 1 to wsMissingTotal
                   display "SPOOL: " function trim(wsSendReport(wsSendIdx))
                       " due to " function trim(wsRecipName(wsRecipIdx))
                       " was not produced"
               end-if
           end-if
       end-perform

       move spaces to wsShellCmd
       string
           "mkdir -p " delimited by size
           wsRecipFolder(wsRecipIdx) delimited by space
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move spaces to wsSpoolFilename
       string
           function trim(wsRecipFolder(wsRecipIdx)) delimited by size
           "/report-bundle-" delimited by size
           function trim(wsCycleId) delimited by size
           into wsSpoolFilename
       end-string
       move spaces to wsPackageTitle
       string
           "REPORT BUNDLE - " delimited by size
           wsRecipName(wsRecipIdx) delimited by space
           into wsPackageTitle
       end-string
       perform AssignPages
       perform WritePackage
       add 1 to wsBundleCount

       perform varying wsSendIdx from 1 by 1
               until wsSendIdx > wsSendCount
           if wsSendRecip(wsSendIdx) = wsRecipName(wsRecipIdx)
               perform WriteDistLogRow
           end-if
       end-perform.

WriteDistLogRow.
       move spaces to DistLogLine
       string
           wsStamp delimited by size
           " " delimited by size
           wsCycleId delimited by size
           " " delimited by size
           wsRecipName(wsRecipIdx) delimited by size
           into DistLogLine
       end-string
       if wsSendRepIdx(wsSendIdx) > 0
           move "SENT" to DistLogLine(50:7)
       else
           move "MISSING" to DistLogLine(50:7)
       end-if
       move wsSendReport(wsSendIdx) to DistLogLine(58:60)
       move wsSpoolFilename to DistLogLine(119:60)
       write DistLogLine.

end program AOC2024SPOOL.
