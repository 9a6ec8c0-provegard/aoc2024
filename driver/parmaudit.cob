identification division.
program-id. AOC2024PARMAUDIT.

*> Parameter dictionary audit - holds the parameter-dictionary up
*> against what is actually in use, so the dictionary stays the
*> complete and honest list AOC2024PARAM and menu option P check
*> values against. The report lists:
*>     keys in use that the dictionary does not document - keys the
*>         parameters file sets (plain or scheduled EFFECTIVE lines)
*>         and keys a program reads through AOC2024PARAM;
*>     documented keys nobody reads - no program looks the key up
*>         through AOC2024PARAM (a key only ever taken from the
*>         environment is named as such, since a parameters file
*>         value for it is never used);
*>     parameters file values the dictionary refuses - the values
*>         AOC2024PARAM will replace with the default at run time.
*> What the programs read is taken from the sources: every key
*> literal moved to the parameter lookup key (and a key literal
*> strung together with a suffix, as the driver does for its
*> resource classes, which counts as a read of every key it starts).
*> Run from the repository root. Writes the fixed-name
*> parameter-audit-report, with a dated generation kept the way the
*> job reports keep theirs.
*>
*> Return code: 0 dictionary and use agree; 4 findings listed; 8 no
*> parameter-dictionary (or no parameters file) here.

environment division.
input-output section.
file-control.
       select DictFile assign to 'parameter-dictionary'
           organization is line sequential
           file status is wsDictStatus.
       select ParamsFile assign to 'parameters'
           organization is line sequential
           file status is wsParamsStatus.
       select CandidateFile assign to '.parmaudit-candidate'
           organization is line sequential
           file status is wsCandidateStatus.
       select ParmAuditReport assign to 'parameter-audit-report'
           organization is line sequential
           file status is wsReportStatus.

data division.
file section.
FD DictFile.
01 DictLine pic X(130).

FD ParamsFile.
01 ParamsLine pic X(130).

*> What the source scan hands back, one row per key and source file:
*> R the key is looked up through AOC2024PARAM, E it is taken from
*> the environment (once per key, "-" for the source); a key ending
*> "*" is a prefix strung together.
FD CandidateFile.
01 CandidateLine.
   02 CdHow      pic X(1).
   02 filler     pic X(1).
   02 CdKey      pic X(30).
   02 filler     pic X(1).
   02 CdSource   pic X(40).

FD ParmAuditReport.
01 ParmAuditReportLine pic X(132).

working-storage section.
       01 wsDictStatus pic X(2).
       01 wsParamsStatus pic X(2).
       01 wsCandidateStatus pic X(2).
       01 wsReportStatus pic X(2).
       01 wsReportName pic X(40) value "parameter-audit-report".
       01 wsReportProgram pic X(20) value "AOC2024PARMAUDIT".
       01 wsReportTitle pic X(40) value "PARAMETER AUDIT".
       01 wsEof pic A(1).
       01 wsShellCmd pic X(1000).
       01 wsNow pic X(19).

*> The dictionary's keys, with what the audit finds about each.
       01 wsMaxDict pic 9(3) value 200.
       01 wsDictCount pic 9(3) value 0.
       01 wsDictTable.
           05 wsDictEntry occurs 200 times.
               10 wsDkKey pic X(30).
               10 wsDkOwner pic X(18).
               10 wsDkRead pic A(1).
               10 wsDkEnvRead pic A(1).
               10 wsDkFileValue pic X(40).

*> The keys the parameters file sets, plain or scheduled.
       01 wsMaxSet pic 9(3) value 200.
       01 wsSetCount pic 9(3) value 0.
       01 wsSetTable.
           05 wsSetEntry occurs 200 times.
               10 wsStKey pic X(30).
               10 wsStValue pic X(100).
               10 wsStEffDate pic X(8).
               10 wsStLineNo pic 9(3).

*> What the programs read, from the source scan.
       01 wsMaxReads pic 9(4) value 1000.
       01 wsReadCount pic 9(4) value 0.
       01 wsReadTable.
           05 wsReadEntry occurs 1000 times.
               10 wsRdHow pic X(1).
               10 wsRdKey pic X(30).
               10 wsRdSource pic X(40).

       01 wsI pic 9(4).
       01 wsJ pic 9(4).
       01 wsLineNo pic 9(3).
       01 wsStemLen pic 9(2).
       01 wsHit pic A(1).
       01 wsTok1 pic X(30).
       01 wsTok2 pic X(100).
       01 wsTok3 pic X(30).
       01 wsTok4 pic X(100).
       01 wsCheckKey pic X(30).
       01 wsCheckValue pic X(100).
       01 wsDictVerdict pic X(1).
       01 wsDictDefault pic X(100).
       01 wsDictMidMonth pic X(1).
       01 wsDictReason pic X(60).
       01 wsDictType pic X(8).
       01 wsDictMin pic X(12).
       01 wsDictMax pic X(12).
       01 wsPtr pic 9(3).
       01 wsSectionCount pic 9(4).
       01 wsUndocumented pic 9(4) value 0.
       01 wsUnread pic 9(4) value 0.
       01 wsRefused pic 9(4) value 0.
       01 wsFindings pic 9(5) value 0.
       01 wsCountDisplay pic Z(4)9.
       01 wsLineNoDisplay pic Z(2)9.

procedure division.
       open input DictFile
       if wsDictStatus not = "00"
           display "ERROR: no parameter-dictionary here - run from the"
               " repository root"
           move 8 to return-code
           stop run
       end-if
       close DictFile
       open input ParamsFile
       if wsParamsStatus not = "00"
           display "ERROR: no parameters file here - run from the"
               " repository root"
           move 8 to return-code
           stop run
       end-if
       close ParamsFile

       perform TakeNow
       perform LoadDictionary
       perform LoadParameters
       perform ScanSources
       perform MarkReads

       open output ParmAuditReport
       perform WriteHeader
       perform ReportUndocumented
       perform ReportUnread
       perform ReportRefused
       perform WriteSummary
       close ParmAuditReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle

       compute wsFindings = wsUndocumented + wsUnread + wsRefused
       move wsFindings to wsCountDisplay
       if wsFindings = 0
           display "PARMAUDIT: dictionary and parameter use agree"
       else
           display "PARMAUDIT: " function trim(wsCountDisplay)
               " finding(s) - see parameter-audit-report"
           move 4 to return-code
       end-if
       stop run.

TakeNow.
       move spaces to wsNow
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
           into wsNow
       end-string.

*> ------------------------------------------------------------------
*> What is documented, what is set, and what is read.
*> ------------------------------------------------------------------
LoadDictionary.
       move "n" to wsEof
       open input DictFile
       perform until wsEof = "y"
           read DictFile
               at end move "y" to wsEof
               not at end
                   if DictLine(1:1) not = "*" and DictLine not = spaces
                           and wsDictCount < wsMaxDict
                       add 1 to wsDictCount
                       move spaces to wsDictEntry(wsDictCount)
                       unstring DictLine delimited by all spaces
                           into wsDkKey(wsDictCount) wsDictType
                               wsDictMin wsDictMax wsDictDefault
                               wsDkOwner(wsDictCount)
                       end-unstring
                       move "n" to wsDkRead(wsDictCount)
                       move "n" to wsDkEnvRead(wsDictCount)
                   end-if
           end-read
       end-perform
       close DictFile.

*> A scheduled line counts as setting its key just as a plain one
*> does - it will be in force once its date comes.
LoadParameters.
       move "n" to wsEof
       move 0 to wsLineNo
       open input ParamsFile
       perform until wsEof = "y"
           read ParamsFile
               at end move "y" to wsEof
               not at end
                   add 1 to wsLineNo
                   if ParamsLine(1:1) not = "*"
                           and ParamsLine not = spaces
                       perform NoteParameterLine
                   end-if
           end-read
       end-perform
       close ParamsFile.

NoteParameterLine.
       if wsSetCount >= wsMaxSet
           exit paragraph
       end-if
       move spaces to wsTok1 wsTok2 wsTok3 wsTok4
       unstring ParamsLine delimited by all spaces
           into wsTok1 wsTok2 wsTok3 wsTok4
       end-unstring
       add 1 to wsSetCount
       move spaces to wsSetEntry(wsSetCount)
       move wsLineNo to wsStLineNo(wsSetCount)
       if wsTok1 = "EFFECTIVE"
           move wsTok3 to wsStKey(wsSetCount)
           move wsTok2 to wsStEffDate(wsSetCount)
           move wsTok4 to wsStValue(wsSetCount)
       else
           move wsTok1 to wsStKey(wsSetCount)
           move wsTok2 to wsStValue(wsSetCount)
       end-if.

*> The source scan: a key literal moved to the lookup key field (the
*> menu's is its tuning key), a key prefix literal strung into one,
*> and a key literal accepted from the environment.
ScanSources.
       move spaces to wsShellCmd
       string
           "{ grep -HoiE '""AOC2024[A-Z0-9_-]*""[^""]*to +"
           "(ws-?param-?key|wstunekey)' day*/*.cob driver/*.cob"
           " shared/*.cob | awk -F'""' '{printf ""R %-30s %-40s\n"","
           " $2, substr($1, 1, length($1) - 1)}';"
           " grep -HoE '""AOC2024[A-Z0-9_-]*_"" +delimited'"
           " day*/*.cob driver/*.cob shared/*.cob | awk -F'""'"
           " '{printf ""R %-30s %-40s\n"", $2 ""*"","
           " substr($1, 1, length($1) - 1)}';"
           " grep -HoiE 'environment +""AOC2024[A-Z0-9_-]*""'"
           " day*/*.cob driver/*.cob shared/*.cob | awk -F'""'"
           " '{printf ""E %-30s -\n"", $2}'; } 2>/dev/null"
           " | sort -u"
           " > .parmaudit-candidate" delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code

       move "n" to wsEof
       open input CandidateFile
       if wsCandidateStatus not = "00"
           exit paragraph
       end-if
       perform until wsEof = "y"
           read CandidateFile
               at end move "y" to wsEof
               not at end
                   if CdKey not = spaces and wsReadCount < wsMaxReads
                       add 1 to wsReadCount
                       move CdHow to wsRdHow(wsReadCount)
                       move CdKey to wsRdKey(wsReadCount)
                       move CdSource to wsRdSource(wsReadCount)
                   end-if
           end-read
       end-perform
       close CandidateFile.

*> A dictionary key is read when a program looks it up by name - or,
*> for a wildcard key, when anything starting with its stem is
*> looked up or strung together.
MarkReads.
       perform varying wsI from 1 by 1 until wsI > wsDictCount
           move 0 to wsStemLen
           inspect wsDkKey(wsI) tallying wsStemLen
               for characters before initial "*"
           perform varying wsJ from 1 by 1 until wsJ > wsReadCount
               move "n" to wsHit
               if wsRdKey(wsJ) = wsDkKey(wsI)
                   move "y" to wsHit
               end-if
               if wsStemLen < 30 and wsStemLen > 0
                   if wsRdKey(wsJ)(1:wsStemLen)
                           = wsDkKey(wsI)(1:wsStemLen)
                       move "y" to wsHit
                   end-if
               end-if
               if wsHit = "y" and wsRdHow(wsJ) = "R"
                   move "y" to wsDkRead(wsI)
               end-if
               if wsHit = "y" and wsRdHow(wsJ) = "E"
                   move "y" to wsDkEnvRead(wsI)
               end-if
           end-perform
           perform varying wsJ from 1 by 1 until wsJ > wsSetCount
               if wsStKey(wsJ) = wsDkKey(wsI)
                   move wsStValue(wsJ) to wsDkFileValue(wsI)
               end-if
               if wsStemLen < 30 and wsStemLen > 0
                   if wsStKey(wsJ)(1:wsStemLen)
                           = wsDkKey(wsI)(1:wsStemLen)
                       move wsStValue(wsJ) to wsDkFileValue(wsI)
                   end-if
               end-if
           end-perform
       end-perform.

*> ------------------------------------------------------------------
*> The report.
*> ------------------------------------------------------------------
WriteHeader.
       move spaces to ParmAuditReportLine
       string
           "PARAMETER DICTIONARY AUDIT - as at " delimited by size
           wsNow delimited by size
           into ParmAuditReportLine
       end-string
       write ParmAuditReportLine
       move spaces to ParmAuditReportLine
       move wsDictCount to wsCountDisplay
       string
           "Dictionary keys: " delimited by size
           function trim(wsCountDisplay) delimited by size
           into ParmAuditReportLine
       end-string
       move wsSetCount to wsCountDisplay
       string
           "   parameters file lines: " delimited by size
           function trim(wsCountDisplay) delimited by size
           into ParmAuditReportLine(30:40)
       end-string
       move wsReadCount to wsCountDisplay
       string
           "   key references in the sources: " delimited by size
           function trim(wsCountDisplay) delimited by size
           into ParmAuditReportLine(65:50)
       end-string
       write ParmAuditReportLine.

*> A parameters file key or a key a program reads that the
*> dictionary has no line for: AOC2024PARAM ignores its value.
ReportUndocumented.
       move spaces to ParmAuditReportLine
       write ParmAuditReportLine
       move "KEYS IN USE BUT NOT IN THE DICTIONARY"
           to ParmAuditReportLine
       write ParmAuditReportLine
       move 0 to wsSectionCount
       perform varying wsI from 1 by 1 until wsI > wsSetCount
           move wsStKey(wsI) to wsCheckKey
           move spaces to wsCheckValue
           perform CheckWithDictionary
           if wsDictVerdict = "U"
               add 1 to wsSectionCount
               add 1 to wsUndocumented
               move wsStLineNo(wsI) to wsLineNoDisplay
               move spaces to ParmAuditReportLine
               string
                   "  " delimited by size
                   wsStKey(wsI) delimited by size
                   " set in the parameters file, line "
                       delimited by size
                   function trim(wsLineNoDisplay) delimited by size
                   " - the value is ignored" delimited by size
                   into ParmAuditReportLine
               end-string
               write ParmAuditReportLine
           end-if
       end-perform
       perform varying wsI from 1 by 1 until wsI > wsReadCount
           if wsRdHow(wsI) = "R"
               move wsRdKey(wsI) to wsCheckKey
               move spaces to wsCheckValue
               perform CheckWithDictionary
               if wsDictVerdict = "U"
                   add 1 to wsSectionCount
                   add 1 to wsUndocumented
                   move spaces to ParmAuditReportLine
                   string
                       "  " delimited by size
                       wsRdKey(wsI) delimited by size
                       " read by " delimited by size
                       wsRdSource(wsI) delimited by space
                       into ParmAuditReportLine
                   end-string
                   write ParmAuditReportLine
               end-if
           end-if
       end-perform
       perform WriteNoneIfEmpty.

*> A documented key no program looks up: either dead, or read only
*> from the environment so a parameters file value never lands.
ReportUnread.
       move spaces to ParmAuditReportLine
       write ParmAuditReportLine
       move "DICTIONARY KEYS NOBODY READS" to ParmAuditReportLine
       write ParmAuditReportLine
       move 0 to wsSectionCount
       perform varying wsI from 1 by 1 until wsI > wsDictCount
           if wsDkRead(wsI) = "n"
               add 1 to wsSectionCount
               add 1 to wsUnread
               move spaces to ParmAuditReportLine
               move 1 to wsPtr
               string
                   "  " delimited by size
                   wsDkKey(wsI) delimited by size
                   " owner " delimited by size
                   wsDkOwner(wsI) delimited by size
                   into ParmAuditReportLine with pointer wsPtr
               end-string
               if wsDkEnvRead(wsI) = "y"
                   string
                       " read only from the environment"
                           delimited by size
                       into ParmAuditReportLine with pointer wsPtr
                   end-string
               else
                   string
                       " no program reads it" delimited by size
                       into ParmAuditReportLine with pointer wsPtr
                   end-string
               end-if
               if wsDkFileValue(wsI) not = spaces
                   string
                       "; the parameters file value "
                           delimited by size
                       wsDkFileValue(wsI) delimited by space
                       " is never used" delimited by size
                       into ParmAuditReportLine with pointer wsPtr
                   end-string
               end-if
               write ParmAuditReportLine
           end-if
       end-perform
       perform WriteNoneIfEmpty.

*> The values AOC2024PARAM will turn away at run time, plain and
*> scheduled alike.
ReportRefused.
       move spaces to ParmAuditReportLine
       write ParmAuditReportLine
       move "PARAMETERS FILE VALUES THE DICTIONARY REFUSES"
           to ParmAuditReportLine
       write ParmAuditReportLine
       move 0 to wsSectionCount
       perform varying wsI from 1 by 1 until wsI > wsSetCount
           move wsStKey(wsI) to wsCheckKey
           move wsStValue(wsI) to wsCheckValue
           perform CheckWithDictionary
           if wsDictVerdict = "B"
               add 1 to wsSectionCount
               add 1 to wsRefused
               move wsStLineNo(wsI) to wsLineNoDisplay
               move spaces to ParmAuditReportLine
               move 1 to wsPtr
               string
                   "  " delimited by size
                   wsStKey(wsI) delimited by size
                   " " delimited by size
                   wsStValue(wsI)(1:20) delimited by size
                   " line " delimited by size
                   wsLineNoDisplay delimited by size
                   " " delimited by size
                   function trim(wsDictReason) delimited by size
                   into ParmAuditReportLine with pointer wsPtr
               end-string
               if wsStEffDate(wsI) not = spaces
                   string
                       " (effective " delimited by size
                       wsStEffDate(wsI) delimited by size
                       ")" delimited by size
                       into ParmAuditReportLine with pointer wsPtr
                   end-string
               end-if
               write ParmAuditReportLine
           end-if
       end-perform
       perform WriteNoneIfEmpty.

CheckWithDictionary.
       call "AOC2024PARMDICT" using wsCheckKey wsCheckValue
           wsDictVerdict wsDictDefault wsDictMidMonth wsDictReason.

WriteNoneIfEmpty.
       if wsSectionCount = 0
           move "  (none)" to ParmAuditReportLine
           write ParmAuditReportLine
       end-if.

WriteSummary.
       move spaces to ParmAuditReportLine
       write ParmAuditReportLine
       move spaces to ParmAuditReportLine
       move wsUndocumented to wsCountDisplay
       string
           "Undocumented keys in use: " delimited by size
           function trim(wsCountDisplay) delimited by size
           into ParmAuditReportLine
       end-string
       write ParmAuditReportLine
       move spaces to ParmAuditReportLine
       move wsUnread to wsCountDisplay
       string
           "Documented keys nobody reads: " delimited by size
           function trim(wsCountDisplay) delimited by size
           into ParmAuditReportLine
       end-string
       write ParmAuditReportLine
       move spaces to ParmAuditReportLine
       move wsRefused to wsCountDisplay
       string
           "Parameters file values refused: " delimited by size
           function trim(wsCountDisplay) delimited by size
           into ParmAuditReportLine
       end-string
       write ParmAuditReportLine.

end program AOC2024PARMAUDIT.
