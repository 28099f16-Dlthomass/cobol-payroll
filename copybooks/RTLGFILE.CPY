           select rtlog-file
                  assign to disk
                  organization is indexed
                  access mode is dynamic
                  record key is rt-key
                  file status is rtlog-stat.
