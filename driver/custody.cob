*>     intake HDR  ->  dated drop's manifest  ->  control-totals
*>     (records read)  ->  archive-catalog (archived count)  ->
*>     run-lineage and the posted results-history row
*> and reports each adjacent pair that does not reconcile. Each
*> lineage row also names the build that posted it; a BUILD line
*> traces that build to its release-register promotion, and a build
*> the register has never heard of is a break of its own. A link a
*> directory legitimately lacks (a hand-placed drop never saw
*> intake; a feed not expected that day has nothing at all) reads
*> n/a rather than breaking the chain - a BREAK line means counts
*> earlier one. "Did the 14th flow through whole?" is this one
*> report.
*>
*> A directory whose chain breaks also gets an incident opened on
*> the incident-register (or the one still open for it named), so
*> the break outlives the rerun that makes this report go quiet.
*>
*> Return code: 0 every present chain reconciles, 4 break(s) found,
*> 8 nothing to verify.

       select CatalogFile assign to 'archive-catalog'
           organization is line sequential
           file status is wsCatalogStatus.
       select ReleaseRegister assign to 'release-register'
           organization is line sequential
           file status is wsRegisterStatus.
       select CustodyReport assign to 'custody-report'
           organization is line sequential.

copy "ResultRecord.cpy"
    replacing ==:FILE-NAME:== by ==ResultView==.

copy "ReleaseRecord.cpy"
    replacing ==:FILE-NAME:== by ==ReleaseRegister==.

FD CatalogFile.
01 CatalogLine pic X(200).

01 CustodyReportLine pic X(130).

working-storage section.
       01 wsReportName pic X(40) value "custody-report".  *> report handed to AOC2024REPGEN
       01 wsReportProgram pic X(20) value "AOC2024CUSTODY".
       01 wsReportTitle pic X(40) value "CHAIN OF CUSTODY".
       01 wsRegistryStatus pic X(2).
       01 wsCandStatus pic X(2).
       01 wsViewStatus pic X(2).
       01 wsView2Status pic X(2).
       01 wsView3Status pic X(2).
       01 wsCatalogStatus pic X(2).
       01 wsRegisterStatus pic X(2).
       01 wsViewFilename pic X(60).
       01 wsViewFilename2 pic X(60).
       01 wsViewFilename3 pic X(60).
       01 wsLineageCount pic s9(10) value -1.
       01 wsResultSeen pic A(1).
       01 wsChainPresent pic A(1).

*> The builds that posted the directory's lineage rows for the date.
       01 wsMaxBuildRows pic 9(2) value 10.
       01 wsBuildRows.
           05 wsBuildRow occurs 10 times.
               10 wsBrProgram pic X(12).
               10 wsBrBuild pic X(10).
       01 wsBuildRowCount pic 9(2) value 0.
       01 wsBuildIdx pic 9(2).
       01 wsBuildFound pic A(1).
       01 wsTok1 pic X(15).
       01 wsTok2 pic X(40).
       01 wsTok3 pic X(20).
       01 wsCmpVal pic s9(10).
       01 wsCmpText1 pic X(12).
       01 wsCmpText2 pic X(12).
       01 wsDirBreaksBefore pic 9(4).
       01 wsIncSource pic X(10) value "CUSTODY".
       01 wsIncProgram pic X(16) value "AOC2024CUSTODY".
       01 wsIncFeed pic X(10).
       01 wsIncDetail pic X(80).
       01 wsIncidentId pic X(14).

procedure division.
       call "AOC2024BDATE" using wsBusinessDate
       end-string
       write CustodyReportLine
       close CustodyReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle

       display "CUSTODY: " wsChainCount " chain(s) verified, "
           wsBreakCount " break(s) - see custody-report"
       move -1 to wsCatalogCount
       move -1 to wsLineageCount
       move "n" to wsResultSeen
       move 0 to wsBuildRowCount
       move wsBreakCount to wsDirBreaksBefore

       perform GatherIntakeLink
       perform GatherManifestLink
       end-if
       add 1 to wsChainCount

       perform JudgeLinkPairs
       perform varying wsBuildIdx from 1 by 1
               until wsBuildIdx > wsBuildRowCount
           perform TraceBuild
       end-perform
       if wsBreakCount > wsDirBreaksBefore
           perform OpenCustodyIncident
       end-if.

OpenCustodyIncident.
       move wsDirT(wsDirIdx) to wsIncFeed
       compute wsCmpVal = wsBreakCount - wsDirBreaksBefore
       move wsCmpVal to wsNumDisplay
       move spaces to wsIncDetail
       string
           function trim(wsNumDisplay) delimited by size
           " custody break(s) for business date " delimited by size
           wsBusinessDate delimited by size
           " - see custody-report" delimited by size
           into wsIncDetail
       end-string
       call "AOC2024INCIDENT" using wsIncSource wsIncProgram wsIncFeed
           wsIncDetail wsIncidentId
       if wsIncidentId not = spaces
           move spaces to CustodyReportLine
           string
               "INCIDENT " delimited by size
               wsDirT(wsDirIdx) delimited by space
               " " delimited by size
               wsIncidentId delimited by size
               into CustodyReportLine
           end-string
           write CustodyReportLine
       end-if.

*> Link 1: the count upstream declared in the HDR of whichever
*> archived transmission delivered this directory's section for the
           end-read
           if LnDate = wsBusinessDate
               move LnRead to wsLineageCount
               if wsBuildRowCount < wsMaxBuildRows
                   add 1 to wsBuildRowCount
                   move LnProgram to wsBrProgram(wsBuildRowCount)
                   move LnBuild to wsBrBuild(wsBuildRowCount)
               end-if
           end-if
       end-perform
       close LineageView.
ReportLinkOk.
       continue.

*> Link 6: the build behind one lineage row, looked up on the release
*> register by checksum (day08's second mode posts under its own
*> program-id but runs the first mode's build). A row written before
*> jobs stamped their build reads n/a.
TraceBuild.
       if wsBrBuild(wsBuildIdx) = spaces
           move spaces to CustodyReportLine
           string
               "BUILD " delimited by size
               wsDirT(wsDirIdx) delimited by space
               " " delimited by size
               wsBrProgram(wsBuildIdx) delimited by space
               " n/a - lineage row carries no build" delimited by size
               into CustodyReportLine
           end-string
           write CustodyReportLine
           exit paragraph
       end-if

       move "n" to wsBuildFound
       open input ReleaseRegister
       if wsRegisterStatus = "00"
           perform until 1 = 2
               read ReleaseRegister
                   at end exit perform
               end-read
               if RrChecksum = wsBrBuild(wsBuildIdx)
                   move "y" to wsBuildFound
                   exit perform
               end-if
           end-perform
           close ReleaseRegister
       end-if

       move spaces to CustodyReportLine
       if wsBuildFound = "y"
           string
               "BUILD " delimited by size
               wsDirT(wsDirIdx) delimited by space
               " " delimited by size
               wsBrProgram(wsBuildIdx) delimited by space
               " build " delimited by size
               wsBrBuild(wsBuildIdx) delimited by size
               " promoted " delimited by size
               RrStamp delimited by size
               " by " delimited by size
               RrOperator delimited by space
               " ref " delimited by size
               RrParallelRef delimited by space
               into CustodyReportLine
           end-string
       else
           add 1 to wsBreakCount
           string
               "BREAK " delimited by size
               wsDirT(wsDirIdx) delimited by space
               " " delimited by size
               wsBrProgram(wsBuildIdx) delimited by space
               " build " delimited by size
               wsBrBuild(wsBuildIdx) delimited by size
               " not on the release-register" delimited by size
               into CustodyReportLine
           end-string
       end-if
       write CustodyReportLine.

ReadCandidateLine.
       move spaces to CandidateLine
       open input Candidate
