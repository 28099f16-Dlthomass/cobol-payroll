           select prgx-file
                  assign to disk
                  organization is indexed
                  access mode is dynamic
                  record key is px-key
                  file status is prgx-stat.
