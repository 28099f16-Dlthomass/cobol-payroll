           select cenv-file
                  assign to disk
                  organization is indexed
                  access mode is dynamic
                  record key is ce-key
                  file status is cenv-stat.
