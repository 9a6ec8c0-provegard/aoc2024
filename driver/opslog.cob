*> its own audit-trail file - the same derivation driver/reconcile.cob uses
*> for its results-history files.
       01 wsResultDirs.
           05 wsResultDir pic X(10) occurs 40 times.
       01 wsDirCount binary-short value 0.
       01 wsRegistryStatus pic X(2).
       01 wsRegistryEof pic A(1) value "n".
               exit paragraph
           end-if
       end-perform
       if wsDirCount < 40
           add 1 to wsDirCount
           move RegDir to wsResultDir(wsDirCount)
       end-if.
