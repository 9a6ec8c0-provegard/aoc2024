01 AuditReportLine pic X(160).

working-storage section.
       01 wsReportName pic X(40) value "archive-audit-report".  *> report handed to AOC2024REPGEN
       01 wsReportProgram pic X(20) value "AOC2024ARCHAUDIT".
       01 wsReportTitle pic X(40) value "ARCHIVE CATALOG AUDIT".
       01 wsCatalogStatus pic X(2).
       01 wsCandStatus pic X(2).
       01 wsShellCmd pic X(300).
       end-string
       write AuditReportLine
       close AuditReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle

       display "ARCHAUDIT: " wsRowsAudited " row(s) audited, "
           wsMissing " missing, " wsDrift " drifted, "
