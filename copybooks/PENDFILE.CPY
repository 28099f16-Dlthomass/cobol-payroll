           select pend-file
                  assign to disk
                  organization is indexed
                  access mode is dynamic
                  record key is pc-key
                  file status is pend-stat.
