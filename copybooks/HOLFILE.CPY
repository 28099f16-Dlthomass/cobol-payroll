           select hol-file
                  assign to disk
                  organization is indexed
                  access mode is dynamic
                  record key is hl-date
                  file status is hol-stat.
